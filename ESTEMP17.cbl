       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. ESTEMP17.
      *AUTHOR. SEBASTIAN SASSONE.
      *DATE-WRITTEN. 14/10/2026.
      *DATE-COMPILED. EARRING.
      *----------------------------------------------------------------
      *ESTE ES UN PROGRAMA DE RESUMEN DIARIO POR DISPOSITIVO DE
      *IDCC22.TREGTEMP. RECORRE LAS LECTURAS DE UNA VENTANA DE
      *FECHAS (POR DEFECTO LOS 7 DIAS ANTERIORES A LA FECHA DE
      *CICLO, ASI LAS LECTURAS QUE LLEGAN TARDE DE LA SEMANA QUEDAN
      *ADENTRO; LA TARJETA DE PARAMETROS, OPCIONAL, PUEDE PEDIR
      *OTRA) Y DEJA EN EL ARCHIVO DIARIO (COPY WREGDIA) UN REGISTRO
      *POR DISPOSITIVO Y DIA: CANTIDAD DE LECTURAS, MINIMA, MAXIMA
      *Y PROMEDIO DE TEMPERATURA Y HUMEDAD, PRIMERA Y ULTIMA
      *HORTOMA, CANTIDAD DE ALERTAS DE UMBRAL (LA MISMA REGLA DE
      *26500-CONTROLO-UMBRALES DE ESTEMP03) Y ULTIMO CODESTAT. UN
      *DIA YA RESUMIDO SE REGRABA ENTERO, ASI UNA CORRIDA REPETIDA
      *O UNA VENTANA QUE SE SUPERPONE DEJA SIEMPRE LA FOTO ACTUAL
      *DE LA TABLA. ES EL PASO QUE HABILITA LA PURGA: ESTEMP07 NO
      *BORRA NINGUN DIA QUE NO ESTE RESUMIDO Y CUADRADO CONTRA LA
      *TABLA, Y ESTEMP08 Y ESTEMP12 INFORMAN DEL RESUMEN LAS FECHAS
      *QUE LA TABLA YA NO TIENE. NUNCA SE RESUME UN DIA ANTERIOR A
      *LA FRONTERA DE PURGA (RC-FEC-PURGA DEL CONTROL DE CORRIDAS):
      *SU RESUMEN SE CERRO CON LA PURGA Y LA TABLA YA NO LO TIENE.
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

           SELECT OPTIONAL RUNCTL ASSIGN       TO RUNCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-RUNCTL.

           SELECT OPTIONAL DIARIO ASSIGN       TO DIARIO
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE  IS RANDOM
                                  RECORD KEY   IS REG-DIARIO-KEY-FD
                                  FILE STATUS  IS FS-DIARIO.

           SELECT OPTIONAL UMBRALES ASSIGN     TO UMBRALES
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE  IS DYNAMIC
                                  RECORD KEY   IS REG-UMBRAL-KEY-FD
                                  FILE STATUS  IS FS-UMBRALES.

           SELECT OPTIONAL BITACORA ASSIGN     TO BITACORA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-BITACORA.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

      *---------------------------------------------
      * TARJETA DE PARAMETROS: VENTANA DE FECHAS A RESUMIR. ES
      * OPCIONAL: SIN TARJETA (O CON ALGUNA FECHA EN BLANCO) SE
      * RESUMEN LOS 7 DIAS ANTERIORES A LA FECHA DE CICLO. SE USA
      * PARA RE-RESUMIR DIAS VIEJOS QUE RECIBIERON LECTURAS TARDE
      * Y QUE ESTEMP07 NO PURGA POR NO CUADRAR (SIEMPRE DESDE LA
      * FRONTERA DE PURGA: LO ANTERIOR YA NO SE RESUME).
      *---------------------------------------------
       FD  PARMCARD
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PARMCARD.
           03 PARM-FEC-DESDE              PIC X(10).
           03 PARM-FEC-HASTA              PIC X(10).
      * FECHA DE CICLO (AAAA-MM-DD) CON LA QUE SE ANOTA LA CORRIDA
      * EN LA BITACORA. EN BLANCO ES LA FECHA DE EJECUCION.
           03 PARM-FEC-CICLO              PIC X(10).
           03 FILLER                      PIC X(50).

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
      * RESUMEN DIARIO POR DISPOSITIVO (COPY WREGDIA). CLAVE:
      * DISPOSITIVO + FECTOMA. SI NO EXISTE SE CREA EN LA PRIMERA
      * CORRIDA (FS '05' DEL OPEN OPTIONAL).
      *---------------------------------------------
       FD  DIARIO.
       01  ENT-REG-DIARIO.
           03 REG-DIARIO-KEY-FD.
              05 DIA-FD-COD-DISPO         PIC X(05).
              05 DIA-FD-FECTOMA           PIC X(10).
           03 FILLER                      PIC X(135).

      *---------------------------------------------
      * MAESTRO DE UMBRALES DE OPERACION POR DISPOSITIVO (CLAVE
      * DISPOSITIVO + VIGENCIA DESDE). ES OPCIONAL: SIN EL, O PARA
      * UN DISPOSITIVO SIN VERSION VIGENTE EN LA LECTURA, LAS
      * ALERTAS NO SE CUENTAN (IGUAL QUE EN ESTEMP03).
      *---------------------------------------------
       FD  UMBRALES.
       01  ENT-REG-UMBRAL.
           03 REG-UMBRAL-KEY-FD           PIC X(23).
           03 FILLER                      PIC X(77).

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

       77  WS-OPEN-CUR-RESUMEN           PIC X     VALUE 'N'.
           88 88-FS-CUR-RESUMEN-SI                 VALUE 'S'.
           88 88-FS-CUR-RESUMEN-NO                 VALUE 'N'.

       77  FS-PARMCARD                   PIC X(02) VALUE ' '.
           88 88-FS-PARMCARD-OK                    VALUE '00'.

       77  FS-RUNCTL                     PIC X(02) VALUE ' '.
           88 88-FS-RUNCTL-OK                      VALUE '00'.
           88 88-FS-RUNCTL-EOF                     VALUE '10'.

       77  FS-DIARIO                     PIC X(02) VALUE ' '.
           88 88-FS-DIARIO-OK                      VALUE '00' '97'.
           88 88-FS-DIARIO-NFD                     VALUE '23'.

       77  WS-OPEN-DIARIO                PIC X     VALUE 'N'.
           88 88-OPEN-DIARIO-SI                    VALUE 'S'.
           88 88-OPEN-DIARIO-NO                    VALUE 'N'.

       77  FS-UMBRALES                   PIC X(02) VALUE ' '.
           88 88-FS-UMBRALES-OK                    VALUE '00' '97'.
           88 88-FS-UMBRALES-NFD                   VALUE '23'.
           88 88-FS-UMBRALES-EOF                   VALUE '10'.

       77  WS-OPEN-UMBRALES              PIC X     VALUE 'N'.
           88 88-OPEN-UMBRALES-SI                  VALUE 'S'.
           88 88-OPEN-UMBRALES-NO                  VALUE 'N'.

      *---------------------------------------------
      * VENTANA DE FECHAS A RESUMIR Y RESULTADO DE SU VALIDACION.
      * WS-DIAS-VENTANA ES EL LARGO DE LA VENTANA POR DEFECTO.
      *---------------------------------------------
       01  WS-PARM-FEC-DESDE             PIC X(10) VALUE SPACES.
       01  WS-PARM-FEC-HASTA             PIC X(10) VALUE SPACES.
       77  WS-PARM-VALIDA                PIC X(01) VALUE 'N'.
           88 88-PARM-VALIDA-SI                    VALUE 'S'.
           88 88-PARM-VALIDA-NO                    VALUE 'N'.
       77  WS-DIAS-VENTANA               PIC 9(03) VALUE 7.

      *---------------------------------------------
      * FRONTERA DE LA ULTIMA PURGA (RC-FEC-PURGA): LA VENTANA NO
      * PUEDE EMPEZAR ANTES. SIN PURGA ANOTADA VALE '0001-01-01'.
      *---------------------------------------------
       01  WS-FEC-PURGA                  PIC X(10) VALUE '0001-01-01'.
       77  WS-ERROR-RUNCTL               PIC X(01) VALUE 'N'.
           88 88-ERROR-RUNCTL-SI                   VALUE 'S'.
           88 88-ERROR-RUNCTL-NO                   VALUE 'N'.

      *---------------------------------------------
      * ARITMETICA DE FECHAS PARA LA VENTANA POR DEFECTO (DIAS
      * JULIANOS VIA INTEGER-OF-DATE, COMO EN ESTEMP03).
      *---------------------------------------------
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
      * RECUERDA UN ERROR DE SQL O DE GRABACION: UN RESUMEN
      * INCOMPLETO NO PUEDE TERMINAR CON RETORNO 0, PORQUE LA
      * PURGA SE APOYA EN EL.
      *---------------------------------------------
       77  WS-ERROR-PROCESO              PIC X(01) VALUE 'N'.
           88 88-ERROR-PROCESO-SI                  VALUE 'S'.
           88 88-ERROR-PROCESO-NO                  VALUE 'N'.

      *---------------------------------------------
      * RANGO FISICO VALIDO DE LAS LECTURAS (EL MISMO DEL LISTADOR
      * Y DE LA CARGA): DIA-CANT-VALIDAS CUENTA LAS LECTURAS QUE
      * CAEN ADENTRO, PARA QUE FACTURACION SEPA SI EL DIA CUENTA
      * COMO MONITOREADO.
      *---------------------------------------------
       77  WS-TEMP-MINIMA-VALIDA         PIC S9(04)V9(04)
                                         VALUE -60,0000.
       77  WS-TEMP-MAXIMA-VALIDA         PIC S9(04)V9(04)
                                         VALUE 60,0000.
       77  WS-HUM-MINIMA-VALIDA          PIC 9(03)V9(02)  VALUE 000,00.
       77  WS-HUM-MAXIMA-VALIDA          PIC 9(03)V9(02)  VALUE 100,00.

      *---------------------------------------------
      * CLAVE DEL DIA EN CURSO (EL CURSOR VIENE ORDENADO POR
      * CODDISP, FECTOMA: AL CAMBIAR CUALQUIERA DE LOS DOS SE
      * GRABA EL DIA ACUMULADO EN REG-DIARIO).
      *---------------------------------------------
       01  WS-ACT-KEY.
           03 WS-ACT-COD-DISPO           PIC X(05) VALUE SPACES.
           03 WS-ACT-FECTOMA             PIC X(10) VALUE SPACES.

      *---------------------------------------------
      * VERSIONES DE UMBRALES DEL DISPOSITIVO EN CURSO (SE LEEN
      * UNA VEZ POR DISPOSITIVO, AL CAMBIAR LA CLAVE DEL CURSOR) Y
      * VERSION VIGENTE EN LA LECTURA EN CURSO.
      *---------------------------------------------
       77  WS-UMBRAL-LEIDO               PIC X(01) VALUE 'N'.
           88 88-UMBRAL-LEIDO-SI                   VALUE 'S'.
           88 88-UMBRAL-LEIDO-NO                   VALUE 'N'.
       77  WS-UMBRAL-FIN                 PIC X(01) VALUE 'N'.
           88 88-UMBRAL-FIN-SI                     VALUE 'S'.
           88 88-UMBRAL-FIN-NO                     VALUE 'N'.
       01  WS-UMB-MOMENTO.
           03 WS-UMB-MOM-FEC             PIC X(10).
           03 WS-UMB-MOM-HOR             PIC X(08).
       77  WS-CANT-UMBVER                PIC 9(04) VALUE 0.
       77  WS-MAX-UMBVER                 PIC 9(04) VALUE 500.
       01  TABLA-UMBVER.
           03 TAB-UMBVER-OCU OCCURS 1 TO 500 TIMES
                               DEPENDING ON WS-CANT-UMBVER
                               INDEXED BY IX-UMBVER.
              05 TAB-UMBVER-DESDE        PIC X(18).
              05 TAB-UMBVER-HASTA        PIC X(18).
              05 TAB-UMBVER-TEMP-MIN     PIC S9(04)V9(04).
              05 TAB-UMBVER-TEMP-MAX     PIC S9(04)V9(04).
              05 TAB-UMBVER-HUM-MIN      PIC 9(03)V9(02).
              05 TAB-UMBVER-HUM-MAX      PIC 9(03)V9(02).

      *---------------------------------------------
      * CONTADORES DE CONTROL DEL RESUMEN.
      *---------------------------------------------
       77  WS-LECTURAS-LEIDAS            PIC 9(09) VALUE 0.
       77  WS-DIAS-NUEVOS                PIC 9(09) VALUE 0.
       77  WS-DIAS-REGRABADOS            PIC 9(09) VALUE 0.
       77  WS-DIAS-ERROR                 PIC 9(09) VALUE 0.
       77  WS-DIAS-GRABADOS              PIC 9(09) VALUE 0.
       77  WS-CANT-DISPOS                PIC 9(09) VALUE 0.
       77  WS-ALERTAS-TOT                PIC 9(09) VALUE 0.
       77  WS-CANT-ED                    PIC ZZZZZZZZ9.

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO DIARIO (EL DIA EN CURSO SE ACUMULA
      * DIRECTAMENTE EN ESTE REGISTRO).
      *---------------------------------------------
       COPY WREGDIA.

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO UMBRALES
      *---------------------------------------------
       COPY WCODUMB.

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
      * CURSOR CON LAS LECTURAS DE LA VENTANA EN EL ORDEN
      * HISTORICO: LAS LECTURAS DE CADA DISPOSITIVO Y DIA VIENEN
      * CONSECUTIVAS Y POR HORA, ASI LA PRIMERA Y LA ULTIMA DEL
      * DIA SALEN SIN TABLA AUXILIAR.
      *---------------------------------------------
           EXEC SQL
                DECLARE CURSOR-RESUMEN CURSOR FOR
                SELECT CODDISP
                      ,CODFAB
                      ,FECTOMA
                      ,HORTOMA
                      ,TEMPERAT
                      ,HUMEDAD
                      ,CODESTAT
                FROM IDCC22.TREGTEMP
                WHERE FECTOMA BETWEEN :WS-PARM-FEC-DESDE
                                  AND :WS-PARM-FEC-HASTA
                ORDER BY CODDISP, FECTOMA, HORTOMA
           END-EXEC.

      *---------------------------------------------
      * BITACORA DE CICLO: FECHA DE CICLO (LA DE EJECUCION, O LA
      * DE LA TARJETA DE PARAMETROS SI LA TRAE) Y
      * FECHA/HORA DE INICIO DE LA CORRIDA, TOMADAS AL ARRANCAR.
      * EL PASO PREVIO DE LA CADENA (LA CARGA) TIENE QUE FIGURAR
      * EN LA BITACORA CON RETORNO 0 O 4 PARA LA MISMA FECHA DE
      * CICLO: RESUMIR ANTES DE CARGAR DEJARIA AFUERA LAS LECTURAS
      * DEL DIA. SI NO, ESTA CORRIDA NO ARRANCA Y QUEDA ANOTADA
      * CON RETORNO 12 Y EL PASO QUE FALTO.
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
                UNTIL 88-FS-CUR-RESUMEN-NO
              PERFORM 25000-CORTE-PENDIENTE
              PERFORM 30000-FINALIZO
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
              PERFORM 10300-ABRO-DIARIO
              PERFORM 10350-ABRO-UMBRALES
              PERFORM 10600-ABRO-CURSOR-RESUMEN
              PERFORM 22000-FETCH-RESUMEN
              IF 88-FS-CUR-RESUMEN-NO
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
      * RETORNO 12 ANTES DE ABRIR NINGUN ARCHIVO.

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
      * FALTO, Y SE TERMINA ANTES DE ABRIR NINGUN ARCHIVO.

           IF 88-PREREQ-FALLIDO
              DISPLAY 'ESTEMP17 NO CORRE: ' WS-BIT-PREREQ
                      ' TERMINO CON RETORNO ' WS-BIT-PREREQ-RC
                      ' EN EL CICLO ' WS-BIT-FEC-CICLO
           ELSE
              DISPLAY 'ESTEMP17 NO CORRE: ' WS-BIT-PREREQ
                      ' NO FIGURA EN LA BITACORA DEL CICLO '
                      WS-BIT-FEC-CICLO
           END-IF.

           MOVE WS-BIT-PREREQ           TO WS-BIT-PREREQ-FALTA.

           MOVE 12 TO RETURN-CODE.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.

       10200-LEO-PARMCARD.
      *--------------------
      * LA TARJETA ES OPCIONAL (FS '05' = NO SE ENTREGO): SIN
      * TARJETA, O CON ALGUNA FECHA EN BLANCO, SE ARMA LA VENTANA
      * POR DEFECTO. UNA TARJETA ILEGIBLE NO CORRE (RETORNO 12).

           OPEN INPUT PARMCARD.

           EVALUATE FS-PARMCARD
               WHEN '00'
               WHEN '05'
                    READ PARMCARD
                    IF 88-FS-PARMCARD-OK
                       AND PARM-FEC-DESDE NOT = SPACES
                       AND PARM-FEC-HASTA NOT = SPACES
                       MOVE PARM-FEC-DESDE   TO WS-PARM-FEC-DESDE
                       MOVE PARM-FEC-HASTA   TO WS-PARM-FEC-HASTA
                    END-IF
                    CLOSE PARMCARD
                    PERFORM 10210-VALIDO-VENTANA
               WHEN OTHER
                    DISPLAY 'ERROR OPEN PARMCARD FS: ' FS-PARMCARD
                    MOVE 12 TO RETURN-CODE
           END-EVALUATE.

       10210-VALIDO-VENTANA.
      *----------------------
      * LAS FECHAS DE LA TARJETA SE VALIDAN CON LA MISMA REGLA DE
      * FORMATO QUE EL RESTO DE LAS TARJETAS; UNA FECHA MAL FORMADA
      * O UNA VENTANA INVERTIDA NO CORREN (RETORNO 12). LA VENTANA
      * SE RECORTA A LA FRONTERA DE PURGA, CON AVISO Y RETORNO 4;
      * SI QUEDA ENTERA DEBAJO NO HAY NADA QUE RESUMIR.

           IF WS-PARM-FEC-DESDE = SPACES
              PERFORM 10250-ARMO-VENTANA-DEFECTO
           END-IF.

           MOVE WS-PARM-FEC-DESDE       TO WS-FEC-VALIDAR.
           PERFORM 10025-VALIDO-FECHA.

           IF 88-FEC-VALIDA-SI
              MOVE WS-PARM-FEC-HASTA    TO WS-FEC-VALIDAR
              PERFORM 10025-VALIDO-FECHA
           END-IF.

           IF 88-FEC-VALIDA-SI
              PERFORM 10270-LEO-RUNCTL
           END-IF.

           EVALUATE TRUE
               WHEN 88-FEC-VALIDA-NO
                    DISPLAY 'FECHA INVALIDA EN LA TARJETA: '
                            WS-FEC-VALIDAR
                    MOVE 12 TO RETURN-CODE
               WHEN 88-ERROR-RUNCTL-SI
                    DISPLAY 'SIN CONTROL DE CORRIDAS LEGIBLE NO SE '
                            'SABE HASTA DONDE SE PURGO'
                    MOVE 12 TO RETURN-CODE
               WHEN WS-PARM-FEC-DESDE > WS-PARM-FEC-HASTA
                    DISPLAY 'VENTANA A RESUMIR INVERTIDA: '
                            WS-PARM-FEC-DESDE ' A ' WS-PARM-FEC-HASTA
                    MOVE 12 TO RETURN-CODE
               WHEN WS-PARM-FEC-HASTA < WS-FEC-PURGA
                    DISPLAY 'VENTANA A RESUMIR YA PURGADA: '
                            WS-PARM-FEC-DESDE ' A ' WS-PARM-FEC-HASTA
                            ' (FRONTERA ' WS-FEC-PURGA ')'
                    MOVE 4 TO RETURN-CODE
               WHEN OTHER
                    IF WS-PARM-FEC-DESDE < WS-FEC-PURGA
                       DISPLAY 'LOS DIAS ANTERIORES A ' WS-FEC-PURGA
                               ' YA ESTAN PURGADOS Y NO SE RESUMEN'
                       MOVE WS-FEC-PURGA TO WS-PARM-FEC-DESDE
                       MOVE 4 TO RETURN-CODE
                    END-IF
                    SET 88-PARM-VALIDA-SI     TO TRUE
                    DISPLAY 'VENTANA A RESUMIR: ' WS-PARM-FEC-DESDE
                            ' A ' WS-PARM-FEC-HASTA
           END-EVALUATE.

       10250-ARMO-VENTANA-DEFECTO.
      *----------------------------
      * LOS WS-DIAS-VENTANA DIAS ANTERIORES A LA FECHA DE CICLO.
      * EL DIA DEL CICLO QUEDA AFUERA: TODAVIA ESTA RECIBIENDO
      * LECTURAS Y SE RESUME EN LA CORRIDA DE MANANA.

           MOVE WS-BIT-FEC-CICLO(1:4)   TO WS-FECNUM-AAAA.
           MOVE WS-BIT-FEC-CICLO(6:2)   TO WS-FECNUM-MM.
           MOVE WS-BIT-FEC-CICLO(9:2)   TO WS-FECNUM-DD.
           COMPUTE WS-DIAS-CICLO =
                   FUNCTION INTEGER-OF-DATE(WS-FECNUM-N).

           COMPUTE WS-DIAS-FECHA = WS-DIAS-CICLO - 1.
           PERFORM 10260-ARMO-FECHA-ISO.
           MOVE WS-FECISO               TO WS-PARM-FEC-HASTA.

           COMPUTE WS-DIAS-FECHA = WS-DIAS-CICLO - WS-DIAS-VENTANA.
           PERFORM 10260-ARMO-FECHA-ISO.
           MOVE WS-FECISO               TO WS-PARM-FEC-DESDE.

       10260-ARMO-FECHA-ISO.
      *----------------------

           MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-FECHA)
                                        TO WS-FECNUM-N.
           MOVE WS-FECNUM-AAAA          TO WS-FECISO-AAAA.
           MOVE WS-FECNUM-MM            TO WS-FECISO-MM.
           MOVE WS-FECNUM-DD            TO WS-FECISO-DD.

       10270-LEO-RUNCTL.
      *------------------
      * TOMA LA FRONTERA DE LA ULTIMA PURGA. EL FS '05' ES EL OPEN
      * OPTIONAL DE UN CONTROL AUSENTE: SIN PURGA ANOTADA.

           OPEN INPUT RUNCTL.

           EVALUATE FS-RUNCTL
               WHEN '00'
               WHEN '05'
                    READ RUNCTL
                    IF NOT 88-FS-RUNCTL-OK
                       AND NOT 88-FS-RUNCTL-EOF
                       DISPLAY 'ERROR READ RUNCTL FS: ' FS-RUNCTL
                       SET 88-ERROR-RUNCTL-SI TO TRUE
                    END-IF
                    IF 88-FS-RUNCTL-OK
                       AND RC-FEC-PURGA NOT = SPACES
                       MOVE RC-FEC-PURGA  TO WS-FEC-PURGA
                    END-IF
                    CLOSE RUNCTL
               WHEN OTHER
                    DISPLAY 'ERROR OPEN RUNCTL FS: ' FS-RUNCTL
                    SET 88-ERROR-RUNCTL-SI TO TRUE
           END-EVALUATE.

       10300-ABRO-DIARIO.
      *-------------------
      * EL RESUMEN SE ABRE EN I-O: CADA DIA SE LEE POR CLAVE Y SE
      * GRABA O SE REGRABA. EL FS '05' ES EL OPEN OPTIONAL DE LA
      * PRIMERA CORRIDA, QUE CREA EL ARCHIVO.

           OPEN I-O DIARIO.

           EVALUATE FS-DIARIO
               WHEN '00'
               WHEN '05'
                    SET 88-OPEN-DIARIO-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN DIARIO FS: ' FS-DIARIO
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10350-ABRO-UMBRALES.
      *---------------------
      * EL MAESTRO DE UMBRALES ES OPCIONAL (FS '05' = NO SE
      * ENTREGO): SIN EL NO SE CUENTAN ALERTAS.

           OPEN INPUT UMBRALES.

           EVALUATE FS-UMBRALES
               WHEN '00'
                    SET 88-OPEN-UMBRALES-SI TO TRUE
               WHEN '05'
                    CLOSE UMBRALES
                    DISPLAY 'SIN MAESTRO UMBRALES: LAS ALERTAS DEL '
                            'RESUMEN QUEDAN EN CERO'
               WHEN OTHER
                    DISPLAY 'ERROR OPEN UMBRALES FS: ' FS-UMBRALES
                    SET 88-ERROR-PROCESO-SI TO TRUE
           END-EVALUATE.

       10600-ABRO-CURSOR-RESUMEN.
      *---------------------------

           EXEC SQL
             OPEN CURSOR-RESUMEN
           END-EXEC.

           MOVE SQLCODE                  TO WS-SQLCODE.

           EVALUATE TRUE
                WHEN DB2-OK
                     SET 88-FS-CUR-RESUMEN-SI TO TRUE
                WHEN OTHER
                     DISPLAY 'OCURRIO UN ERROR AL ABRIR CURSOR-RESUMEN'
                     DISPLAY 'SQL-CODE: ' WS-SQLCODE
                     SET 88-ERROR-PROCESO-SI TO TRUE
                     SET 88-FS-CUR-RESUMEN-NO TO TRUE
           END-EVALUATE.

       20000-PROCESO.
      *-------------
      * CORTE DE CONTROL POR DISPOSITIVO Y DIA: AL CAMBIAR LA
      * CLAVE DEL CURSOR SE GRABA EL DIA ACUMULADO; AL CAMBIAR EL
      * DISPOSITIVO SE LEEN SUS VERSIONES DE UMBRALES.

           IF WS-ACT-KEY NOT = SPACES
              AND (WS-ACT-COD-DISPO NOT = H-CODDSP
                OR WS-ACT-FECTOMA   NOT = H-FECTOMA)
              PERFORM 23000-GRABO-DIA
           END-IF.

           IF WS-ACT-COD-DISPO NOT = H-CODDSP
              ADD 1 TO WS-CANT-DISPOS
              PERFORM 21000-LEO-UMBRALES
           END-IF.

           IF WS-ACT-COD-DISPO NOT = H-CODDSP
              OR WS-ACT-FECTOMA NOT = H-FECTOMA
              PERFORM 21500-INICIO-DIA
           END-IF.

           PERFORM 21600-ACUMULO-LECTURA.

           PERFORM 22000-FETCH-RESUMEN.

       21000-LEO-UMBRALES.
      *--------------------
      * SE POSICIONA EN LA PRIMERA VERSION DEL DISPOSITIVO Y CARGA
      * TODAS LAS SUYAS A TABLA-UMBVER; CADA LECTURA SE JUZGA
      * DESPUES CONTRA LA VIGENTE EN SU FECTOMA/HORTOMA.

           MOVE 0                       TO WS-CANT-UMBVER.

           IF 88-OPEN-UMBRALES-SI
              SET 88-UMBRAL-FIN-NO      TO TRUE
              MOVE LOW-VALUES           TO REG-UMBRAL-KEY-FD
              MOVE H-CODDSP             TO REG-UMBRAL-KEY-FD(1:5)
              START UMBRALES KEY NOT LESS THAN REG-UMBRAL-KEY-FD
              EVALUATE TRUE
                  WHEN 88-FS-UMBRALES-OK
                       PERFORM 21100-CARGO-VERSION-UMBRAL
                          UNTIL 88-UMBRAL-FIN-SI
                  WHEN 88-FS-UMBRALES-NFD
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR START UMBRALES FS: ' FS-UMBRALES
                       SET 88-ERROR-PROCESO-SI TO TRUE
              END-EVALUATE
           END-IF.

       21100-CARGO-VERSION-UMBRAL.
      *----------------------------

           READ UMBRALES NEXT RECORD INTO REG-UMBRAL.

           EVALUATE TRUE
               WHEN 88-FS-UMBRALES-EOF
                    SET 88-UMBRAL-FIN-SI    TO TRUE
               WHEN NOT 88-FS-UMBRALES-OK
                    DISPLAY 'ERROR READ UMBRALES FS: ' FS-UMBRALES
                    SET 88-ERROR-PROCESO-SI TO TRUE
                    SET 88-UMBRAL-FIN-SI    TO TRUE
               WHEN UMBRAL-COD-DISPO NOT = H-CODDSP
                    SET 88-UMBRAL-FIN-SI    TO TRUE
               WHEN WS-CANT-UMBVER >= WS-MAX-UMBVER
                    DISPLAY 'TABLA VERSIONES UMBRALES LLENA: '
                            UMBRAL-COD-DISPO ' ' UMBRAL-FEC-DESDE
                    SET 88-ERROR-PROCESO-SI TO TRUE
                    SET 88-UMBRAL-FIN-SI    TO TRUE
               WHEN OTHER
                    ADD 1 TO WS-CANT-UMBVER
                    SET IX-UMBVER TO WS-CANT-UMBVER
                    MOVE UMBRAL-VIG-DESDE TO TAB-UMBVER-DESDE(IX-UMBVER)
                    MOVE UMBRAL-VIG-HASTA TO TAB-UMBVER-HASTA(IX-UMBVER)
                    MOVE UMBRAL-TEMP-MIN
                                       TO TAB-UMBVER-TEMP-MIN(IX-UMBVER)
                    MOVE UMBRAL-TEMP-MAX
                                       TO TAB-UMBVER-TEMP-MAX(IX-UMBVER)
                    MOVE UMBRAL-HUM-MIN
                                       TO TAB-UMBVER-HUM-MIN(IX-UMBVER)
                    MOVE UMBRAL-HUM-MAX
                                       TO TAB-UMBVER-HUM-MAX(IX-UMBVER)
           END-EVALUATE.

       21500-INICIO-DIA.
      *------------------
      * ARRANCA EL DIA CON LA PRIMERA LECTURA DEL CORTE.

           MOVE H-CODDSP                TO WS-ACT-COD-DISPO.
           MOVE H-FECTOMA               TO WS-ACT-FECTOMA.

           INITIALIZE REG-DIARIO.

           MOVE H-CODDSP                TO DIA-COD-DISPO.
           MOVE H-FECTOMA               TO DIA-FECTOMA.
           MOVE H-CODFAB                TO DIA-CODFAB.
           MOVE H-TEMPERAT              TO DIA-TEMP-MIN.
           MOVE H-TEMPERAT              TO DIA-TEMP-MAX.
           MOVE H-HUMEDAD               TO DIA-HUM-MIN.
           MOVE H-HUMEDAD               TO DIA-HUM-MAX.
           MOVE H-HORTOMA               TO DIA-HOR-PRIMERA.

       21600-ACUMULO-LECTURA.
      *-----------------------

           ADD 1 TO WS-LECTURAS-LEIDAS.
           ADD 1 TO DIA-CANT-LECTURAS.

           IF H-TEMPERAT >= WS-TEMP-MINIMA-VALIDA
              AND H-TEMPERAT <= WS-TEMP-MAXIMA-VALIDA
              AND H-HUMEDAD >= WS-HUM-MINIMA-VALIDA
              AND H-HUMEDAD <= WS-HUM-MAXIMA-VALIDA
              ADD 1 TO DIA-CANT-VALIDAS
           END-IF.

           IF H-TEMPERAT < DIA-TEMP-MIN
              MOVE H-TEMPERAT           TO DIA-TEMP-MIN
           END-IF.
           IF H-TEMPERAT > DIA-TEMP-MAX
              MOVE H-TEMPERAT           TO DIA-TEMP-MAX
           END-IF.
           IF H-HUMEDAD < DIA-HUM-MIN
              MOVE H-HUMEDAD            TO DIA-HUM-MIN
           END-IF.
           IF H-HUMEDAD > DIA-HUM-MAX
              MOVE H-HUMEDAD            TO DIA-HUM-MAX
           END-IF.

           ADD H-TEMPERAT               TO DIA-SUMA-TEMP.
           ADD H-HUMEDAD                TO DIA-SUMA-HUM.

           MOVE H-HORTOMA               TO DIA-HOR-ULTIMA.
           MOVE H-CODESTAT              TO DIA-ULT-CODESTAT.

           PERFORM 21650-BUSCO-UMBRAL-VIGENTE.

           IF 88-UMBRAL-LEIDO-SI
              PERFORM 21700-CUENTO-ALERTAS
           END-IF.

       21650-BUSCO-UMBRAL-VIGENTE.
      *----------------------------
      * DEJA IX-UMBVER EN LA VERSION QUE CONTIENE EL MOMENTO DE LA
      * LECTURA (HASTA EN BLANCO = ABIERTA), SI LA HAY.

           SET 88-UMBRAL-LEIDO-NO       TO TRUE.
           MOVE H-FECTOMA               TO WS-UMB-MOM-FEC.
           MOVE H-HORTOMA               TO WS-UMB-MOM-HOR.

           IF WS-CANT-UMBVER > 0
              SET IX-UMBVER TO 1
              SEARCH TAB-UMBVER-OCU
                 AT END
                      CONTINUE
                 WHEN TAB-UMBVER-DESDE(IX-UMBVER) NOT > WS-UMB-MOMENTO
                  AND (TAB-UMBVER-HASTA(IX-UMBVER) = SPACES
                    OR TAB-UMBVER-HASTA(IX-UMBVER)
                                            NOT < WS-UMB-MOMENTO)
                      SET 88-UMBRAL-LEIDO-SI TO TRUE
              END-SEARCH
           END-IF.

       21700-CUENTO-ALERTAS.
      *----------------------
      * LA MISMA REGLA DE 26500-CONTROLO-UMBRALES DE ESTEMP03: UNA
      * ALERTA POR TEMPERATURA FUERA DE LIMITES Y OTRA POR HUMEDAD
      * FUERA DE LIMITES, AUNQUE SEAN DE LA MISMA LECTURA.

           IF H-TEMPERAT > TAB-UMBVER-TEMP-MAX(IX-UMBVER)
              OR H-TEMPERAT < TAB-UMBVER-TEMP-MIN(IX-UMBVER)
              ADD 1 TO DIA-CANT-ALERTAS
           END-IF.

           IF H-HUMEDAD > TAB-UMBVER-HUM-MAX(IX-UMBVER)
              OR H-HUMEDAD < TAB-UMBVER-HUM-MIN(IX-UMBVER)
              ADD 1 TO DIA-CANT-ALERTAS
           END-IF.

       22000-FETCH-RESUMEN.
      *---------------------

           INITIALIZE DCLTREGTEMP.

           EXEC SQL
                FETCH CURSOR-RESUMEN
                      INTO
                           :H-CODDSP
                          ,:H-CODFAB
                          ,:H-FECTOMA
                          ,:H-HORTOMA
                          ,:H-TEMPERAT
                          ,:H-HUMEDAD
                          ,:H-CODESTAT
           END-EXEC.

           MOVE SQLCODE                  TO WS-SQLCODE.

           EVALUATE TRUE
                WHEN DB2-OK
                     SET 88-FS-CUR-RESUMEN-SI TO TRUE
                WHEN DB2-NOTFND
                     SET 88-FS-CUR-RESUMEN-NO TO TRUE
                WHEN OTHER
                     DISPLAY 'OCURRIO UN ERROR AL LEER CURSOR-RESUMEN'
                     DISPLAY 'SQL-CODE: ' WS-SQLCODE
                     SET 88-ERROR-PROCESO-SI TO TRUE
                     SET 88-FS-CUR-RESUMEN-NO TO TRUE
           END-EVALUATE.

       23000-GRABO-DIA.
      *-----------------
      * CIERRA EL DIA ACUMULADO (PROMEDIOS Y FECHA DE PROCESO) Y
      * LO GRABA EN EL RESUMEN: SI EL DIA YA ESTABA (CORRIDA
      * REPETIDA O VENTANA SUPERPUESTA) SE REGRABA ENTERO CON LA
      * FOTO ACTUAL DE LA TABLA. EL READ VA SIN INTO PARA NO PISAR
      * EL DIA ACUMULADO EN REG-DIARIO.

           COMPUTE DIA-TEMP-PROM ROUNDED =
                   DIA-SUMA-TEMP / DIA-CANT-LECTURAS.
           COMPUTE DIA-HUM-PROM ROUNDED =
                   DIA-SUMA-HUM / DIA-CANT-LECTURAS.
           MOVE WS-BIT-FEC-CICLO        TO DIA-FEC-PROCESO.

           ADD DIA-CANT-ALERTAS         TO WS-ALERTAS-TOT.

           MOVE DIA-KEY                 TO REG-DIARIO-KEY-FD.

           READ DIARIO.

           EVALUATE TRUE
               WHEN 88-FS-DIARIO-OK
                    REWRITE ENT-REG-DIARIO FROM REG-DIARIO
                    IF 88-FS-DIARIO-OK
                       ADD 1 TO WS-DIAS-REGRABADOS
                    ELSE
                       PERFORM 23100-ERROR-DIARIO
                    END-IF
               WHEN 88-FS-DIARIO-NFD
                    WRITE ENT-REG-DIARIO FROM REG-DIARIO
                    IF 88-FS-DIARIO-OK
                       ADD 1 TO WS-DIAS-NUEVOS
                    ELSE
                       PERFORM 23100-ERROR-DIARIO
                    END-IF
               WHEN OTHER
                    PERFORM 23100-ERROR-DIARIO
           END-EVALUATE.

       23100-ERROR-DIARIO.
      *--------------------

           DISPLAY 'ERROR GRABANDO DIARIO FS: ' FS-DIARIO
                   ' CLAVE: ' DIA-COD-DISPO ' ' DIA-FECTOMA.
           ADD 1 TO WS-DIAS-ERROR.
           SET 88-ERROR-PROCESO-SI TO TRUE.

       25000-CORTE-PENDIENTE.
      *-----------------------
      * AL AGOTARSE EL CURSOR QUEDA PENDIENTE EL ULTIMO DIA DEL
      * CORTE.

           IF WS-ACT-KEY NOT = SPACES
              PERFORM 23000-GRABO-DIA
           END-IF.

       30000-FINALIZO.
      *--------------

           PERFORM 30050-CIERRO-CURSOR-RESUMEN.

           PERFORM 30500-CUADRO-RESUMEN.

           PERFORM 31000-CIERRO-ARCHIVOS.

       30050-CIERRO-CURSOR-RESUMEN.
      *-----------------------------

           EXEC SQL
             CLOSE CURSOR-RESUMEN
           END-EXEC.

           MOVE SQLCODE                  TO WS-SQLCODE.

           EVALUATE TRUE
               WHEN DB2-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL CERRAR CURSOR-RESUMEN'
                    DISPLAY 'SQLCODE: ' WS-SQLCODE
                    SET 88-ERROR-PROCESO-SI TO TRUE
           END-EVALUATE.

       30500-CUADRO-RESUMEN.
      *----------------------
      * TOTALES DE CONTROL DEL RESUMEN, AL ESTILO DE LA CARGA. UN
      * ERROR DE SQL O DE GRABACION DEJA RETORNO 16: LA PURGA NO
      * PUEDE APOYARSE EN UN RESUMEN INCOMPLETO.

           COMPUTE WS-DIAS-GRABADOS = WS-DIAS-NUEVOS
                                    + WS-DIAS-REGRABADOS.

           DISPLAY ' '.
           DISPLAY 'TOTALES DE CONTROL DEL RESUMEN DIARIO:'.
           DISPLAY 'VENTANA                     : ' WS-PARM-FEC-DESDE
                   ' A ' WS-PARM-FEC-HASTA.
           MOVE WS-LECTURAS-LEIDAS       TO WS-CANT-ED.
           DISPLAY 'LECTURAS RESUMIDAS          : ' WS-CANT-ED.
           MOVE WS-CANT-DISPOS           TO WS-CANT-ED.
           DISPLAY 'DISPOSITIVOS                : ' WS-CANT-ED.
           MOVE WS-DIAS-NUEVOS           TO WS-CANT-ED.
           DISPLAY 'DIAS NUEVOS                 : ' WS-CANT-ED.
           MOVE WS-DIAS-REGRABADOS       TO WS-CANT-ED.
           DISPLAY 'DIAS REGRABADOS             : ' WS-CANT-ED.
           MOVE WS-DIAS-ERROR            TO WS-CANT-ED.
           DISPLAY 'DIAS CON ERROR              : ' WS-CANT-ED.
           MOVE WS-ALERTAS-TOT           TO WS-CANT-ED.
           DISPLAY 'ALERTAS DE UMBRAL           : ' WS-CANT-ED.

           IF 88-ERROR-PROCESO-SI
              DISPLAY 'RESUMEN NO CONFIABLE POR ERRORES DE PROCESO'
              MOVE 16 TO RETURN-CODE
           END-IF.

       30900-GRABO-BITACORA.
      *----------------------
      * AGREGA ESTA CORRIDA A LA BITACORA DE CICLO CON SU RETORNO
      * FINAL. UN ERROR DE LA BITACORA SE AVISA PERO NO CAMBIA EL
      * RETORNO: EL PROCESO YA TERMINO.
      * LEIDOS = LECTURAS RESUMIDAS, GRABADOS = DIAS GRABADOS O
      * REGRABADOS, RECHAZOS = DIAS QUE NO SE PUDIERON GRABAR.

           MOVE SPACES                  TO REG-BITACORA.
           MOVE 'ESTEMP17'              TO BIT-PROGRAMA.
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
           MOVE WS-DIAS-GRABADOS        TO BIT-CANT-GRABADOS.
           MOVE WS-DIAS-ERROR           TO BIT-CANT-RECHAZOS.
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

           IF 88-OPEN-DIARIO-SI
              SET 88-OPEN-DIARIO-NO TO TRUE
              PERFORM 31130-CIERRO-DIARIO
           END-IF.

           IF 88-OPEN-UMBRALES-SI
              SET 88-OPEN-UMBRALES-NO TO TRUE
              CLOSE UMBRALES
           END-IF.

       31130-CIERRO-DIARIO.
      *---------------------

           CLOSE DIARIO.

           EVALUATE TRUE
               WHEN 88-FS-DIARIO-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE DIARIO FS: ' FS-DIARIO
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
