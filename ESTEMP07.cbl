      *CON EL CONTROL DE CORRIDAS DEL LISTADO (RUNCTL): UN CORTE
      *EN O MAS ALLA DE LO YA LISTADO SE RECHAZA CON RETORNO 8 Y
      *SIN BORRAR NADA, Y LA COBERTURA DE CADA PURGA BUENA QUEDA
      *ANOTADA EN EL MISMO CONTROL (RC-FEC-PURGA). TAMBIEN ESTA
      *ENCLAVADA CON EL RESUMEN DIARIO (COPY WREGDIA, LO ARMA
      *ESTEMP17): SI ALGUN DISPOSITIVO-DIA BAJO EL CORTE NO ESTA
      *RESUMIDO, O SU RESUMEN NO CUADRA CONTRA LAS FILAS DE LA
      *TABLA, LA PURGA SE RECHAZA CON RETORNO 8, LISTA LOS DIAS
      *PENDIENTES Y NO BORRA NADA. EL TERCER CANDADO SON LOS
      *PEDIDOS DE RELISTADO POR LECTURAS TARDIAS (COPY WREGREL):
      *MIENTRAS LA PASADA SUPLEMENTARIA DE ESTEMP03 NO CUBRA UN
      *PEDIDO, NINGUN DIA DEL PEDIDO BAJO EL CORTE SE PURGA.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-RUNCTL.

           SELECT OPTIONAL DIARIO ASSIGN       TO DIARIO
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE  IS RANDOM
                                  RECORD KEY   IS REG-DIARIO-KEY-FD
                                  FILE STATUS  IS FS-DIARIO.

           SELECT OPTIONAL BITACORA ASSIGN     TO BITACORA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-BITACORA.

           SELECT OPTIONAL RELISTA ASSIGN      TO RELISTA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-RELISTA.

       DATA DIVISION.
      *-------------

       01  REG-PARMCARD.
           03 PARM-FEC-CORTE              PIC X(10).
           03 PARM-DSN-ARCHIVO            PIC X(44).
      * FECHA DE CICLO (AAAA-MM-DD) CON LA QUE SE ANOTA LA CORRIDA
      * EN LA BITACORA. EN BLANCO ES LA FECHA DE EJECUCION.
           03 PARM-FEC-CICLO              PIC X(10).
           03 FILLER                      PIC X(16).

       FD  ARCHIVO
           RECORDING MODE IS F
           03 RC-FEC-PURGA                PIC X(10).
           03 FILLER                      PIC X(08).

      *---------------------------------------------
      * RESUMEN DIARIO POR DISPOSITIVO (COPY WREGDIA) QUE ARMA
      * ESTEMP17. ES EL SEGUNDO CANDADO DE LA PURGA: SOLO SE
      * BORRAN DIAS QUE YA QUEDARON RESUMIDOS Y CUADRADOS. SI NO
      * SE ENTREGA, NINGUN DIA ESTA RESUMIDO Y LA PURGA NO CORRE.
      *---------------------------------------------
       FD  DIARIO.
       01  ENT-REG-DIARIO.
           03 REG-DIARIO-KEY-FD.
              05 DIA-FD-COD-DISPO         PIC X(05).
              05 DIA-FD-FECTOMA           PIC X(10).
           03 FILLER                      PIC X(135).

      *---------------------------------------------
      * BITACORA DE CICLO (COPY WREGBIT). SE LEE AL ARRANCAR PARA
      * CONTROLAR EL PASO PREVIO DE LA CADENA Y SE LE AGREGA
      * (OPEN EXTEND) EL REGISTRO DE ESTA CORRIDA AL TERMINAR.
      *---------------------------------------------
       FD  BITACORA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-BITACORA-FD                PIC X(120).

      *---------------------------------------------
      * PEDIDOS DE RELISTADO PENDIENTES (COPY WREGREL). TODO
      * REGISTRO DEL ARCHIVO ES UN RANGO DE DIAS CON LECTURAS
      * TARDIAS QUE TODAVIA NO SE VOLVIO A LISTAR. ES OPCIONAL:
      * SIN ARCHIVO NO HAY NADA PENDIENTE.
      *---------------------------------------------
       FD  RELISTA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RELISTA-FD                 PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-SQLCODE                    PIC S9(4) VALUE ZEROES.
           88 DB2-OK                               VALUE +0.
           88 DB2-NOTFND                           VALUE +100.

       77  FS-BITACORA                   PIC X(02) VALUE ' '.
           88 88-FS-BITACORA-OK                    VALUE '00'.
           88 88-FS-BITACORA-EOF                   VALUE '10'.

       77  WS-OPEN-CUR-TREGTEMP          PIC X     VALUE 'N'.
           88 88-FS-OPEN-CUR-SI                    VALUE 'S'.
           88 88-FS-OPEN-CUR-NO                    VALUE 'N'.
           88 88-RUNCTL-LEIDO-SI                   VALUE 'S'.
           88 88-RUNCTL-LEIDO-NO                   VALUE 'N'.
       01  WS-RUNCTL-FEC-HASTA           PIC X(10) VALUE SPACES.
      * FRONTERA DE LA PURGA ANTERIOR (LA MINIMA SI NUNCA SE PURGO).
       01  WS-RUNCTL-FEC-PURGA           PIC X(10) VALUE '0001-01-01'.
       01  WS-RUNCTL-IMAGEN              PIC X(100) VALUE SPACES.
       77  WS-PURGA-PERMITIDA            PIC X(01) VALUE 'N'.
           88 88-PURGA-PERMITIDA-SI                VALUE 'S'.
           88 88-PURGA-PERMITIDA-NO                VALUE 'N'.

      *---------------------------------------------
      * CANDADO DE LA PURGA CONTRA LOS PEDIDOS DE RELISTADO: UN
      * PEDIDO PENDIENTE QUE EMPIEZA ANTES DEL CORTE TIENE DIAS QUE
      * LA PURGA BORRARIA ANTES DE QUE SE VUELVAN A LISTAR.
      *---------------------------------------------
       77  FS-RELISTA                    PIC X(02) VALUE ' '.
           88 88-FS-RELISTA-OK                     VALUE '00'.
           88 88-FS-RELISTA-EOF                    VALUE '10'.
       77  WS-RELISTA-PENDIENTES         PIC 9(09) VALUE 0.
       77  WS-ERROR-RELISTA              PIC X(01) VALUE 'N'.
           88 88-ERROR-RELISTA-SI                  VALUE 'S'.
           88 88-ERROR-RELISTA-NO                  VALUE 'N'.

       77  FS-DIARIO                     PIC X(02) VALUE ' '.
           88 88-FS-DIARIO-OK                      VALUE '00' '97'.
           88 88-FS-DIARIO-NFD                     VALUE '23'.

       77  WS-OPEN-DIARIO                PIC X     VALUE 'N'.
           88 88-OPEN-DIARIO-SI                    VALUE 'S'.
           88 88-OPEN-DIARIO-NO                    VALUE 'N'.

       77  WS-OPEN-CUR-DIAS              PIC X     VALUE 'N'.
           88 88-FS-CUR-DIAS-SI                    VALUE 'S'.
           88 88-FS-CUR-DIAS-NO                    VALUE 'N'.

      *---------------------------------------------
      * CANDADO DE LA PURGA CONTRA EL RESUMEN DIARIO: FILAS DE LA
      * TABLA DEL DISPOSITIVO-DIA EN CURSO, DIAS BAJO EL CORTE,
      * DIAS SIN RESUMEN O CON RESUMEN DESCUADRADO (SE LISTAN
      * HASTA WS-MAX-DIAS-LISTA) Y MARCA DE ERROR DE VERIFICACION
      * (UN RESUMEN QUE NO SE PUDO LEER ES UN RESUMEN QUE NO SE
      * SABE SI ESTA).
      *---------------------------------------------
       77  WS-CANT-DIA-TABLA             PIC S9(09) VALUE 0.
       77  WS-DIAS-A-PURGAR              PIC 9(09)  VALUE 0.
       77  WS-DIAS-SIN-RESUMEN           PIC 9(09)  VALUE 0.
       77  WS-MAX-DIAS-LISTA             PIC 9(09)  VALUE 50.
       77  WS-DIAS-NO-LISTADOS           PIC 9(09)  VALUE 0.
       77  WS-ERROR-RESUMEN              PIC X(01)  VALUE 'N'.
           88 88-ERROR-RESUMEN-SI                  VALUE 'S'.
           88 88-ERROR-RESUMEN-NO                  VALUE 'N'.

      *---------------------------------------------
      * CONTADORES DE CUADRATURA DE LA PURGA: LO CONTADO EN LA
      * TABLA ANTES DE DESCARGAR, LO DESCARGADO AL RESGUARDO, LO
      *---------------------------------------------
       COPY WREGCAT.

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO DIARIO.
      *---------------------------------------------
       COPY WREGDIA.

      *---------------------------------------------
      * PEDIDO DE RELISTADO POR LECTURAS TARDIAS.
      *---------------------------------------------
       COPY WREGREL.

      *---------------------------------------------
      * FECHA DE EJECUCION EN FORMATO ISO, PARA EL REGISTRO DE
      * CATALOGO.
                ORDER BY CODDISP, FECTOMA, HORTOMA
           END-EXEC.

      *---------------------------------------------
      * CURSOR CON LAS FILAS POR DISPOSITIVO-DIA BAJO EL CORTE,
      * PARA CUADRAR CADA DIA CONTRA SU RESUMEN ANTES DE PURGAR.
      * SOLO DESDE LA FRONTERA DE LA PURGA ANTERIOR: LOS DIAS DE
      * ABAJO YA SE CUADRARON Y CERRARON EN ESA PURGA.
      *---------------------------------------------
           EXEC SQL
                DECLARE CURSOR-DIAS CURSOR FOR
                SELECT CODDISP
                      ,FECTOMA
                      ,COUNT(*)
                FROM IDCC22.TREGTEMP
                WHERE FECTOMA >= :WS-RUNCTL-FEC-PURGA
                  AND FECTOMA <  :WS-PARM-FEC-CORTE
                GROUP BY CODDISP, FECTOMA
                ORDER BY CODDISP, FECTOMA
           END-EXEC.

      * DEFINICION DE LINEAS DE IMPRESION DEL INFORME
      * ---------------------------------------------
       01 TIT01.
       01 DETAVISO.
           03 DETAVISO-TEXTO           PIC X(60).

       01 CTRL-02.
           03 FILLER                   PIC X(46)
               VALUE 'DIAS BAJO EL CORTE SIN RESUMEN DIARIO CUADRADO'.

       01 CTRL-03.
           03 FILLER                   PIC X(12) VALUE 'DISPOSITIVO '.
           03 FILLER                   PIC X(11) VALUE 'FECHA      '.
           03 FILLER                   PIC X(11) VALUE 'FILAS TABLA'.
           03 FILLER                   PIC X(02) VALUE ' '.
           03 FILLER                   PIC X(13) VALUE 'FILAS RESUMEN'.
           03 FILLER                   PIC X(02) VALUE ' '.
           03 FILLER                   PIC X(06) VALUE 'MOTIVO'.

       01 DETDIA.
           03 DETDIA-COD-DISPO         PIC X(05).
           03 FILLER                   PIC X(07) VALUE ' '.
           03 DETDIA-FECTOMA           PIC X(10).
           03 FILLER                   PIC X(03) VALUE ' '.
           03 DETDIA-FILAS-TABLA       PIC ZZZZZZZZ9.
           03 FILLER                   PIC X(06) VALUE ' '.
           03 DETDIA-FILAS-RESUMEN     PIC ZZZZZZZZ9.
           03 FILLER                   PIC X(02) VALUE ' '.
           03 DETDIA-MOTIVO            PIC X(30).

       01 CTRL-04.
           03 FILLER                   PIC X(46)
               VALUE 'PEDIDOS DE RELISTADO PENDIENTES BAJO EL CORTE '.

       01 CTRL-05.
           03 FILLER                   PIC X(11) VALUE 'DESDE      '.
           03 FILLER                   PIC X(11) VALUE 'HASTA      '.
           03 FILLER                   PIC X(11) VALUE '   TARDIAS '.
           03 FILLER                   PIC X(02) VALUE ' '.
           03 FILLER                   PIC X(19)
                             VALUE 'PEDIDO             '.

       01 DETREL.
           03 DETREL-FEC-DESDE         PIC X(10).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETREL-FEC-HASTA         PIC X(10).
           03 FILLER                   PIC X(03) VALUE ' '.
           03 DETREL-LECTURAS          PIC ZZZZZZZZ9.
           03 FILLER                   PIC X(02) VALUE ' '.
           03 DETREL-FEC-PEDIDO        PIC X(10).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETREL-HOR-PEDIDO        PIC X(08).

       01 DETDIAMAS.
           03 FILLER                   PIC X(04) VALUE '... '.
           03 DETDIAMAS-CANT           PIC ZZZZZZZZ9.
           03 FILLER                   PIC X(31)
                             VALUE ' DIAS PENDIENTES MAS SIN LISTAR'.

       01 WS-CURRENT-DATE.
           03 WS-CURRDATE-AAAA             PIC 9(4) VALUE 0.
           03 WS-CURRDATE-MM               PIC 9(2) VALUE 0.
      *---------------------------------------------
       01  REG-INFORME-SALVA          PIC X(132).

      *---------------------------------------------
      * BITACORA DE CICLO: FECHA DE CICLO (LA DE EJECUCION, O LA
      * DE LA TARJETA DE PARAMETROS SI LA TRAE) Y
      * FECHA/HORA DE INICIO DE LA CORRIDA, TOMADAS AL ARRANCAR.
      * EL PASO PREVIO DE LA CADENA TIENE QUE FIGURAR EN LA
      * BITACORA CON RETORNO 0 O 4 PARA LA MISMA FECHA DE CICLO:
      * MANDA SU ULTIMA CORRIDA (UN REPROCESO BUENO DESPUES DE UNA
      * FALLA HABILITA LA CADENA). SI NO, ESTA CORRIDA NO ARRANCA
      * Y QUEDA ANOTADA CON RETORNO 12 Y EL PASO QUE FALTO.
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

              PERFORM 30000-FINALIZO
           END-IF.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10010-INICIO-BITACORA.

           PERFORM 10020-LEO-FEC-CICLO.

           MOVE 'ESTEMP03'              TO WS-BIT-PREREQ.
           PERFORM 10015-CONTROLO-PREREQ.

           PERFORM 10100-ABRO-INFORME.

           PERFORM 10200-LEO-PARMCARD.
              PERFORM 10250-CONTROLO-RUNCTL
           END-IF.

           IF 88-PARM-VALIDA-SI
              AND 88-PURGA-PERMITIDA-SI
              PERFORM 10260-CONTROLO-RELISTA
           END-IF.

           IF 88-PARM-VALIDA-SI
              AND 88-PURGA-PERMITIDA-SI
              PERFORM 10270-CONTROLO-RESUMEN
           END-IF.

           IF 88-PARM-VALIDA-SI
              AND 88-PURGA-PERMITIDA-SI
              PERFORM 10300-ABRO-ARCHIVO
              PERFORM 10500-ABRO-CURSOR-PURGA
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
              DISPLAY 'ESTEMP07 NO CORRE: ' WS-BIT-PREREQ
                      ' TERMINO CON RETORNO ' WS-BIT-PREREQ-RC
                      ' EN EL CICLO ' WS-BIT-FEC-CICLO
           ELSE
              DISPLAY 'ESTEMP07 NO CORRE: ' WS-BIT-PREREQ
                      ' NO FIGURA EN LA BITACORA DEL CICLO '
                      WS-BIT-FEC-CICLO
           END-IF.

           MOVE WS-BIT-PREREQ           TO WS-BIT-PREREQ-FALTA.

           MOVE 12 TO RETURN-CODE.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.

       10100-ABRO-INFORME.
      *-------------------


               WHEN OTHER
                    DISPLAY 'ERROR OPEN INFORME FS: ' FS-INFORME
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10200-LEO-PARMCARD.
                       MOVE REG-RUNCTL   TO WS-RUNCTL-IMAGEN
                       MOVE RC-FEC-HASTA TO WS-RUNCTL-FEC-HASTA
                       SET 88-RUNCTL-LEIDO-SI TO TRUE
                       IF RC-FEC-PURGA NOT = SPACES
                          MOVE RC-FEC-PURGA TO WS-RUNCTL-FEC-PURGA
                       END-IF
                    END-IF
                    CLOSE RUNCTL
               WHEN OTHER
                    SET 88-PURGA-PERMITIDA-SI TO TRUE
           END-EVALUATE.

       10260-CONTROLO-RELISTA.
      *------------------------
      * CANDADO CONTRA LOS PEDIDOS DE RELISTADO: UN DIA CON
      * LECTURAS TARDIAS QUE TODAVIA NO SE VOLVIERON A LISTAR NO
      * SE PURGA, PORQUE LA PASADA SUPLEMENTARIA DE ESTEMP03 LAS
      * LEE DE LA TABLA VIVA. CUALQUIER PEDIDO QUE EMPIECE ANTES
      * DEL CORTE RECHAZA LA PURGA CON RETORNO 8, SE LISTA EN EL
      * INFORME Y NO SE BORRA NADA. EL FS '05' ES EL OPEN OPTIONAL
      * DE UN ARCHIVO AUSENTE: NO HAY NADA PENDIENTE. UN ARCHIVO
      * QUE NO SE PUEDE LEER ES NO SABER SI HAY PEDIDOS.

           OPEN INPUT RELISTA.

           EVALUATE FS-RELISTA
               WHEN '00'
               WHEN '05'
                    PERFORM 10265-LEO-RELISTA
                       UNTIL 88-FS-RELISTA-EOF
                    CLOSE RELISTA
               WHEN OTHER
                    DISPLAY 'ERROR OPEN RELISTA FS: ' FS-RELISTA
                    SET 88-ERROR-RELISTA-SI TO TRUE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN 88-ERROR-RELISTA-SI
                    DISPLAY 'PURGA RECHAZADA: NO SE PUDIERON VERIFICAR '
                            'LOS PEDIDOS DE RELISTADO'
                    MOVE 'PURGA RECHAZADA: RELISTADOS NO VERIFICADOS'
                                              TO DETAVISO-TEXTO
                    MOVE DETAVISO             TO REG-INFORME
                    PERFORM 28000-GRABO-INFORME
                    MOVE 8 TO RETURN-CODE
                    SET 88-PURGA-PERMITIDA-NO TO TRUE
                    PERFORM 31000-CIERRO-ARCHIVOS
               WHEN WS-RELISTA-PENDIENTES > 0
                    MOVE WS-RELISTA-PENDIENTES TO DETCTRL1-CANT
                    DISPLAY 'PURGA RECHAZADA: ' DETCTRL1-CANT
                            ' PEDIDOS DE RELISTADO PENDIENTES BAJO '
                            'EL CORTE'
                    MOVE 'PURGA RECHAZADA: HAY RELISTADOS PENDIENTES'
                                              TO DETAVISO-TEXTO
                    MOVE DETAVISO             TO REG-INFORME
                    PERFORM 28000-GRABO-INFORME
                    MOVE 8 TO RETURN-CODE
                    SET 88-PURGA-PERMITIDA-NO TO TRUE
                    PERFORM 31000-CIERRO-ARCHIVOS
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       10265-LEO-RELISTA.
      *-------------------

           READ RELISTA INTO REG-RELISTA.

           EVALUATE TRUE
               WHEN 88-FS-RELISTA-OK
                    IF REL-FEC-DESDE < WS-PARM-FEC-CORTE
                       PERFORM 10266-INFORMO-RELISTA
                    END-IF
               WHEN 88-FS-RELISTA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR READ RELISTA FS: ' FS-RELISTA
                    SET 88-ERROR-RELISTA-SI TO TRUE
                    SET 88-FS-RELISTA-EOF   TO TRUE
           END-EVALUATE.

       10266-INFORMO-RELISTA.
      *-----------------------

           ADD 1 TO WS-RELISTA-PENDIENTES.

           IF WS-RELISTA-PENDIENTES = 1
              MOVE CTRL-04              TO REG-INFORME
              PERFORM 28000-GRABO-INFORME
              MOVE CTRL-05              TO REG-INFORME
              PERFORM 28000-GRABO-INFORME
           END-IF.

           MOVE REL-FEC-DESDE           TO DETREL-FEC-DESDE.
           MOVE REL-FEC-HASTA           TO DETREL-FEC-HASTA.
           MOVE 0                       TO DETREL-LECTURAS.
           IF REL-CANT-LECTURAS NUMERIC
              MOVE REL-CANT-LECTURAS    TO DETREL-LECTURAS
           END-IF.
           MOVE REL-FEC-PEDIDO          TO DETREL-FEC-PEDIDO.
           MOVE REL-HOR-PEDIDO          TO DETREL-HOR-PEDIDO.
           MOVE DETREL                  TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

       10270-CONTROLO-RESUMEN.
      *------------------------
      * CANDADO CONTRA EL RESUMEN DIARIO: CADA DISPOSITIVO-DIA
      * BAJO EL CORTE TIENE QUE ESTAR EN DIARIO CON LA MISMA
      * CANTIDAD DE LECTURAS QUE TIENE HOY LA TABLA (UNA LECTURA
      * QUE LLEGO DESPUES DEL RESUMEN DESCUADRA EL DIA HASTA QUE
      * ESTEMP17 LO VUELVA A RESUMIR). SOLO SE CONTROLAN LOS DIAS
      * DESDE LA FRONTERA DE LA PURGA ANTERIOR: ESTEMP04 NO CARGA
      * LECTURAS DE DIAS PURGADOS, Y SI QUEDARA ALGUNA FILA SUELTA
      * BAJO LA FRONTERA NO TIENE RESUMEN CONTRA EL CUAL CUADRAR;
      * SE DESCARGA AL RESGUARDO Y SE BORRA CON EL RESTO. SI
      * ALGUNO FALTA O NO CUADRA, LA PURGA SE RECHAZA IGUAL QUE
      * CON EL CANDADO DEL LISTADO: RETORNO 8, LOS DIAS PENDIENTES
      * EN EL INFORME Y SIN BORRAR NADA. EL FS '05' ES EL OPEN
      * OPTIONAL DE UN RESUMEN AUSENTE: NINGUN DIA ESTA RESUMIDO.

           OPEN INPUT DIARIO.

           EVALUATE FS-DIARIO
               WHEN '00'
                    SET 88-OPEN-DIARIO-SI TO TRUE
               WHEN '05'
                    CLOSE DIARIO
               WHEN OTHER
                    DISPLAY 'ERROR OPEN DIARIO FS: ' FS-DIARIO
                    SET 88-ERROR-RESUMEN-SI TO TRUE
           END-EVALUATE.

           IF 88-ERROR-RESUMEN-NO
              PERFORM 10275-ABRO-CURSOR-DIAS
           END-IF.

           IF 88-FS-CUR-DIAS-SI
              PERFORM 10280-FETCH-DIAS
              PERFORM 10285-CONTROLO-DIA
                 UNTIL 88-FS-CUR-DIAS-NO
              PERFORM 10295-CIERRO-CURSOR-DIAS
           END-IF.

           IF 88-OPEN-DIARIO-SI
              SET 88-OPEN-DIARIO-NO TO TRUE
              CLOSE DIARIO
           END-IF.

           IF WS-DIAS-SIN-RESUMEN > WS-MAX-DIAS-LISTA
              COMPUTE WS-DIAS-NO-LISTADOS = WS-DIAS-SIN-RESUMEN
                                          - WS-MAX-DIAS-LISTA
              MOVE WS-DIAS-NO-LISTADOS  TO DETDIAMAS-CANT
              MOVE DETDIAMAS            TO REG-INFORME
              PERFORM 28000-GRABO-INFORME
           END-IF.

           EVALUATE TRUE
               WHEN 88-ERROR-RESUMEN-SI
                    DISPLAY 'PURGA RECHAZADA: NO SE PUDO VERIFICAR '
                            'EL RESUMEN DIARIO'
                    MOVE 'PURGA RECHAZADA: RESUMEN DIARIO NO VERIFICADO'
                                              TO DETAVISO-TEXTO
                    MOVE DETAVISO             TO REG-INFORME
                    PERFORM 28000-GRABO-INFORME
                    MOVE 8 TO RETURN-CODE
                    SET 88-PURGA-PERMITIDA-NO TO TRUE
                    PERFORM 31000-CIERRO-ARCHIVOS
               WHEN WS-DIAS-SIN-RESUMEN > 0
                    MOVE WS-DIAS-SIN-RESUMEN  TO DETCTRL1-CANT
                    DISPLAY 'PURGA RECHAZADA: ' DETCTRL1-CANT
                            ' DIAS BAJO EL CORTE SIN RESUMEN DIARIO '
                            'CUADRADO'
                    MOVE 'PURGA RECHAZADA: HAY DIAS SIN RESUMEN DIARIO'
                                              TO DETAVISO-TEXTO
                    MOVE DETAVISO             TO REG-INFORME
                    PERFORM 28000-GRABO-INFORME
                    MOVE 8 TO RETURN-CODE
                    SET 88-PURGA-PERMITIDA-NO TO TRUE
                    PERFORM 31000-CIERRO-ARCHIVOS
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       10275-ABRO-CURSOR-DIAS.
      *------------------------

           EXEC SQL
             OPEN CURSOR-DIAS
           END-EXEC.

           MOVE SQLCODE                  TO WS-SQLCODE.

           EVALUATE TRUE
                WHEN DB2-OK
                     SET 88-FS-CUR-DIAS-SI TO TRUE
                WHEN OTHER
                     DISPLAY 'OCURRIO UN ERROR AL ABRIR CURSOR-DIAS'
                     DISPLAY 'SQL-CODE: ' WS-SQLCODE
                     SET 88-ERROR-RESUMEN-SI TO TRUE
                     SET 88-FS-CUR-DIAS-NO TO TRUE
           END-EVALUATE.

       10280-FETCH-DIAS.
      *------------------

           EXEC SQL
                FETCH CURSOR-DIAS
                      INTO
                           :H-CODDSP
                          ,:H-FECTOMA
                          ,:WS-CANT-DIA-TABLA
           END-EXEC.

           MOVE SQLCODE                  TO WS-SQLCODE.

           EVALUATE TRUE
                WHEN DB2-OK
                     SET 88-FS-CUR-DIAS-SI TO TRUE
                WHEN DB2-NOTFND
                     SET 88-FS-CUR-DIAS-NO TO TRUE
                WHEN OTHER
                     DISPLAY 'OCURRIO UN ERROR AL LEER CURSOR-DIAS'
                     DISPLAY 'SQL-CODE: ' WS-SQLCODE
                     SET 88-ERROR-RESUMEN-SI TO TRUE
                     SET 88-FS-CUR-DIAS-NO TO TRUE
           END-EVALUATE.

       10285-CONTROLO-DIA.
      *--------------------

           ADD 1 TO WS-DIAS-A-PURGAR.

           MOVE 0                       TO DETDIA-FILAS-RESUMEN.
           MOVE SPACES                  TO DETDIA-MOTIVO.

           IF 88-OPEN-DIARIO-SI
              MOVE H-CODDSP             TO DIA-FD-COD-DISPO
              MOVE H-FECTOMA            TO DIA-FD-FECTOMA
              READ DIARIO INTO REG-DIARIO
              EVALUATE TRUE
                  WHEN 88-FS-DIARIO-OK
                       IF DIA-CANT-LECTURAS NOT = WS-CANT-DIA-TABLA
                          MOVE DIA-CANT-LECTURAS
                                        TO DETDIA-FILAS-RESUMEN
                          MOVE 'RESUMEN NO CUADRA CON LA TABLA'
                                        TO DETDIA-MOTIVO
                       END-IF
                  WHEN 88-FS-DIARIO-NFD
                       MOVE 'DIA SIN RESUMEN' TO DETDIA-MOTIVO
                  WHEN OTHER
                       DISPLAY 'ERROR READ DIARIO FS: ' FS-DIARIO
                       SET 88-ERROR-RESUMEN-SI TO TRUE
                       MOVE 'ERROR DE LECTURA DEL RESUMEN'
                                        TO DETDIA-MOTIVO
              END-EVALUATE
           ELSE
              MOVE 'DIA SIN RESUMEN'    TO DETDIA-MOTIVO
           END-IF.

           IF DETDIA-MOTIVO NOT = SPACES
              PERFORM 10290-LISTO-DIA-PENDIENTE
           END-IF.

           PERFORM 10280-FETCH-DIAS.

       10290-LISTO-DIA-PENDIENTE.
      *---------------------------

           ADD 1 TO WS-DIAS-SIN-RESUMEN.

           IF WS-DIAS-SIN-RESUMEN = 1
              MOVE CTRL-02              TO REG-INFORME
              PERFORM 28000-GRABO-INFORME
              MOVE CTRL-03              TO REG-INFORME
              PERFORM 28000-GRABO-INFORME
           END-IF.

           IF WS-DIAS-SIN-RESUMEN <= WS-MAX-DIAS-LISTA
              MOVE H-CODDSP             TO DETDIA-COD-DISPO
              MOVE H-FECTOMA            TO DETDIA-FECTOMA
              MOVE WS-CANT-DIA-TABLA    TO DETDIA-FILAS-TABLA
              MOVE DETDIA               TO REG-INFORME
              PERFORM 28000-GRABO-INFORME
           END-IF.

       10295-CIERRO-CURSOR-DIAS.
      *--------------------------

           EXEC SQL
             CLOSE CURSOR-DIAS
           END-EXEC.

           MOVE SQLCODE                  TO WS-SQLCODE.

           EVALUATE TRUE
               WHEN DB2-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL CERRAR CURSOR-DIAS'
                    DISPLAY 'SQLCODE: ' WS-SQLCODE
           END-EVALUATE.

       10300-ABRO-ARCHIVO.
      *-------------------


               WHEN OTHER
                    DISPLAY 'ERROR OPEN ARCHIVO FS: ' FS-ARCHIVO
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10400-CUENTO-A-PURGAR.
                     DISPLAY 'SQL-CODE: ' WS-SQLCODE
                     MOVE 12 TO RETURN-CODE
                     PERFORM 31000-CIERRO-ARCHIVOS
                     PERFORM 30900-GRABO-BITACORA
                     STOP RUN
           END-EVALUATE.

           MOVE WS-CURRDATE-MN              TO TIT02-HORA-MM.
           MOVE WS-CURRDATE-SS              TO TIT02-HORA-SS.

       30900-GRABO-BITACORA.
      *----------------------
      * AGREGA ESTA CORRIDA A LA BITACORA DE CICLO CON SU RETORNO
      * FINAL. UN ERROR DE LA BITACORA SE AVISA PERO NO CAMBIA EL
      * RETORNO: EL PROCESO YA TERMINO.
      * LEIDOS = FILAS A PURGAR, GRABADOS = FILAS BORRADAS,
      * RECHAZOS = DIFERENCIA DESCARGADOS - BORRADOS.

           MOVE SPACES                  TO REG-BITACORA.
           MOVE 'ESTEMP07'              TO BIT-PROGRAMA.
           MOVE WS-BIT-FEC-CICLO        TO BIT-FEC-CICLO.
           MOVE SPACES                  TO BIT-FEC-DESDE.
           MOVE WS-PARM-FEC-CORTE       TO BIT-FEC-HASTA.
           MOVE WS-BIT-FEC-INICIO       TO BIT-FEC-INICIO.
           MOVE WS-BIT-HOR-INICIO       TO BIT-HOR-INICIO.

           MOVE FUNCTION CURRENT-DATE   TO WS-BIT-AHORA.
           PERFORM 10011-ARMO-AHORA-ISO.
           MOVE WS-BIT-FECISO           TO BIT-FEC-FIN.
           MOVE WS-BIT-HORISO           TO BIT-HOR-FIN.

           MOVE WS-CANT-A-PURGAR        TO BIT-CANT-LEIDOS.
           MOVE WS-BORRADOS             TO BIT-CANT-GRABADOS.
           MOVE WS-DIF-PURGA            TO BIT-CANT-RECHAZOS.
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

                       DISPLAY 'ERROR CLOSE INFORME FS: ' FS-INFORME
              END-EVALUATE
           END-IF.

       99000-ABORTO.
      *--------------
      * FIN ANORMAL POR UN ERROR DE ARCHIVO: SE DEJA LA CORRIDA EN
      * LA BITACORA CON RETORNO 16 ANTES DE CORTAR, PARA QUE LOS
      * PASOS SIGUIENTES Y EL CIERRE DEL CICLO LA VEAN FALLIDA.

           MOVE 16 TO RETURN-CODE.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.
