      *ESTE ES UN PROGRAMA CONSOLIDADOR DE EXCEPCIONES DEL CICLO.
      *TODO EL SHOP GRABA SUS EXCEPCIONES EN EL FORMATO UNICO COPY
      *WREGEXC (EXCEPCIO DEL LISTADOR ESTEMP03, RECHAZOS DE LA CARGA
      *ESTEMP04 Y DEL MANTENIMIENTO ESTEMP05, SOSPECHOSOS DEL
      *ANALISIS DE PARES ESTEMP18), PERO HASTA AHORA SE REVISABAN
      *A OJO Y NADIE PODIA DECIR SI UN TIPO DE EXCEPCION MEJORABA O
      *EMPEORABA. ESTE PROGRAMA LEE LOS CUATRO ARCHIVOS DEL CICLO
      *(EXCEPC03, RECHAZ04, RECHAZ05 Y EXCEPC18), RESUME POR TIPO
      *DE EXCEPCION (ABIERTO POR PROGRAMA DE ORIGEN), POR
      *DISPOSITIVO Y POR PROGRAMA, MANTIENE UNA HISTORIA CHICA DE
      *CICLOS ANTERIORES PARA MOSTRAR LA TENDENCIA POR TIPO (HASTA
      *TRES CICLOS PREVIOS MAS EL ACTUAL) E IMPRIME LA SECCION DE
      *PEORES OFENSORES: LOS DISPOSITIVOS QUE CONCENTRAN MAS
      *EXCEPCIONES, PARA APUNTARLE A LOS TRANSMISORES CRONICOS EN
      *VEZ DE REDESCUBRIRLOS CADA SEMANA.
      *LOS SOSPECHOSOS DE ESTEMP18 SUMAN SU PROPIA COLUMNA EN EL
      *RESUMEN.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
      *------------

           SELECT OPTIONAL PARMCARD ASSIGN     TO PARMCARD
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-PARMCARD.

           SELECT OPTIONAL EXCEPC03 ASSIGN     TO EXCEPC03
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-EXCEPC03.
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-RECHAZ05.

           SELECT OPTIONAL EXCEPC18 ASSIGN     TO EXCEPC18
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-EXCEPC18.

           SELECT OPTIONAL EXCHIST ASSIGN      TO EXCHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-EXCHIST.
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-INFORME.

           SELECT OPTIONAL BITACORA ASSIGN     TO BITACORA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-BITACORA.

       DATA DIVISION.
      *-------------

      *------------

      *---------------------------------------------
      * TARJETA DE PARAMETROS, OPCIONAL: SOLO LA FECHA DE CICLO.
      * SIN TARJETA SE CONSOLIDA EL CICLO DE LA FECHA DE EJECUCION.
      *---------------------------------------------
       FD  PARMCARD
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PARMCARD.
      * FECHA DE CICLO (AAAA-MM-DD) CON LA QUE SE ANOTA LA CORRIDA
      * EN LA BITACORA. EN BLANCO ES LA FECHA DE EJECUCION.
           03 PARM-FEC-CICLO              PIC X(10).
           03 FILLER                      PIC X(70).

      *---------------------------------------------
      * LOS CUATRO ARCHIVOS DE EXCEPCIONES DEL CICLO (EXCEPC03,
      * RECHAZ04, RECHAZ05 Y, MAS ABAJO, EXCEPC18), TODOS EN EL
      * FORMATO UNICO (COPY WREGEXC). SON OPCIONALES: UN CICLO
      * PUEDE NO HABER CORRIDO EL MANTENIMIENTO, POR EJEMPLO.
      *---------------------------------------------
           BLOCK 0.
       01  REG-RECHAZ05-FD                PIC X(132).

      *---------------------------------------------
      * SOSPECHOSOS DEL ANALISIS DE DESVIO CONTRA PARES (ESTEMP18),
      * EN EL MISMO FORMATO UNICO. TAMBIEN ES OPCIONAL.
      *---------------------------------------------
       FD  EXCEPC18
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-EXCEPC18-FD                PIC X(132).

      *---------------------------------------------
      * HISTORIA DE CICLOS ANTERIORES: UN REGISTRO POR (FECHA DE
      * CICLO, TIPO DE EXCEPCION) CON SU CANTIDAD. AL TERMINAR SE
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
       77  FS-PARMCARD                   PIC X(02) VALUE ' '.
           88 88-FS-PARMCARD-OK                    VALUE '00'.

       77  FS-EXCEPC03                   PIC X(02) VALUE ' '.
           88 88-FS-EXCEPC03-OK                    VALUE '00'.
           88 88-FS-EXCEPC03-EOF                   VALUE '10'.

       77  FS-BITACORA                   PIC X(02) VALUE ' '.
           88 88-FS-BITACORA-OK                    VALUE '00'.
           88 88-FS-BITACORA-EOF                   VALUE '10'.

       77  FS-RECHAZ04                   PIC X(02) VALUE ' '.
           88 88-FS-RECHAZ04-OK                    VALUE '00'.
           88 88-FS-RECHAZ04-EOF                   VALUE '10'.
           88 88-FS-RECHAZ05-OK                    VALUE '00'.
           88 88-FS-RECHAZ05-EOF                   VALUE '10'.

       77  FS-EXCEPC18                   PIC X(02) VALUE ' '.
           88 88-FS-EXCEPC18-OK                    VALUE '00'.
           88 88-FS-EXCEPC18-EOF                   VALUE '10'.

       77  FS-EXCHIST                    PIC X(02) VALUE ' '.
           88 88-FS-EXCHIST-OK                     VALUE '00'.
           88 88-FS-EXCHIST-EOF                    VALUE '10'.

      *---------------------------------------------
      * PROGRAMA DE ORIGEN DEL ARCHIVO EN PROCESO, PARA ABRIR EL
      * RESUMEN POR TIPO EN SUS COLUMNAS.
      *---------------------------------------------
       77  WS-ORIGEN                     PIC X(02) VALUE '  '.
           88 88-ORIGEN-03                         VALUE '03'.
           88 88-ORIGEN-04                         VALUE '04'.
           88 88-ORIGEN-05                         VALUE '05'.
           88 88-ORIGEN-18                         VALUE '18'.

      *---------------------------------------------
      * CONTADORES POR PROGRAMA DE ORIGEN Y TOTAL DEL CICLO.
       77  WS-LEIDAS-03                  PIC 9(09) VALUE 0.
       77  WS-LEIDAS-04                  PIC 9(09) VALUE 0.
       77  WS-LEIDAS-05                  PIC 9(09) VALUE 0.
       77  WS-LEIDAS-18                  PIC 9(09) VALUE 0.
       77  WS-LEIDAS-TOTAL               PIC 9(09) VALUE 0.

      *---------------------------------------------
              05 TAB-TIPO-C03            PIC 9(09).
              05 TAB-TIPO-C04            PIC 9(09).
              05 TAB-TIPO-C05            PIC 9(09).
              05 TAB-TIPO-C18            PIC 9(09).
              05 TAB-TIPO-TOTAL          PIC 9(09).

      *---------------------------------------------
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(09) VALUE ' ESTEMP05'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(09) VALUE ' ESTEMP18'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(09) VALUE '    TOTAL'.

       01 DETTIPO.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETTIPO-C05              PIC ZZZZZZZZ9.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETTIPO-C18              PIC ZZZZZZZZ9.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETTIPO-TOTAL            PIC ZZZZZZZZ9.

       01 SECC-02.
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


           PERFORM 22000-PROCESO-RECHAZ05.

           PERFORM 22500-PROCESO-EXCEPC18.

           PERFORM 30000-FINALIZO.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10010-INICIO-BITACORA.

           PERFORM 10020-LEO-FEC-CICLO.

           MOVE 'ESTEMP04'              TO WS-BIT-PREREQ.
           PERFORM 10015-CONTROLO-PREREQ.

           MOVE 'ESTEMP03'              TO WS-BIT-PREREQ.
           PERFORM 10015-CONTROLO-PREREQ.

           PERFORM 10100-ABRO-INFORME.

           PERFORM 10200-CARGO-FEC-CICLO.

           PERFORM 10400-ELIJO-CICLOS-PREVIOS.

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
              DISPLAY 'ESTEMP11 NO CORRE: ' WS-BIT-PREREQ
                      ' TERMINO CON RETORNO ' WS-BIT-PREREQ-RC
                      ' EN EL CICLO ' WS-BIT-FEC-CICLO
           ELSE
              DISPLAY 'ESTEMP11 NO CORRE: ' WS-BIT-PREREQ
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

       10200-CARGO-FEC-CICLO.
      *-----------------------

      * LA FECHA DE CICLO DE LA BITACORA (LA DE LA TARJETA O, SI
      * NO VIENE, LA DE EJECUCION).

           MOVE WS-BIT-FEC-CICLO        TO WS-FEC-CICLO.

       10300-CARGO-HISTORIA.
      *----------------------
                    SET 88-FS-RECHAZ05-EOF TO TRUE
           END-EVALUATE.

       22500-PROCESO-EXCEPC18.
      *------------------------

           SET 88-ORIGEN-18 TO TRUE.

           OPEN INPUT EXCEPC18.

           EVALUATE FS-EXCEPC18
               WHEN '00'
               WHEN '05'
                    PERFORM 22600-LEO-EXCEPC18
                       UNTIL 88-FS-EXCEPC18-EOF
                    CLOSE EXCEPC18
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EXCEPC18 FS: ' FS-EXCEPC18
           END-EVALUATE.

       22600-LEO-EXCEPC18.
      *--------------------

           READ EXCEPC18 INTO REG-EXCEPCIO.

           EVALUATE TRUE
               WHEN 88-FS-EXCEPC18-OK
                    ADD 1 TO WS-LEIDAS-18
                    PERFORM 23000-ACUMULO-EXCEPCION
               WHEN 88-FS-EXCEPC18-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR READ EXCEPC18 FS: ' FS-EXCEPC18
                    SET 88-ERROR-LECTURA-SI TO TRUE
                    SET 88-FS-EXCEPC18-EOF TO TRUE
           END-EVALUATE.

       23000-ACUMULO-EXCEPCION.
      *-------------------------

              MOVE 0                    TO TAB-TIPO-C03(IX-TIPO)
                                           TAB-TIPO-C04(IX-TIPO)
                                           TAB-TIPO-C05(IX-TIPO)
                                           TAB-TIPO-C18(IX-TIPO)
                                           TAB-TIPO-TOTAL(IX-TIPO)
              PERFORM 23300-SUMO-TIPO
           END-IF.
                    ADD 1 TO TAB-TIPO-C04(IX-TIPO)
               WHEN 88-ORIGEN-05
                    ADD 1 TO TAB-TIPO-C05(IX-TIPO)
               WHEN 88-ORIGEN-18
                    ADD 1 TO TAB-TIPO-C18(IX-TIPO)
           END-EVALUATE.

           ADD 1 TO TAB-TIPO-TOTAL(IX-TIPO).
           MOVE TAB-TIPO-C03(IX-TIPO)      TO DETTIPO-C03.
           MOVE TAB-TIPO-C04(IX-TIPO)      TO DETTIPO-C04.
           MOVE TAB-TIPO-C05(IX-TIPO)      TO DETTIPO-C05.
           MOVE TAB-TIPO-C18(IX-TIPO)      TO DETTIPO-C18.
           MOVE TAB-TIPO-TOTAL(IX-TIPO)    TO DETTIPO-TOTAL.

           MOVE DETTIPO     TO REG-INFORME.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'SOSPECHOSOS DE ESTEMP18     : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-LEIDAS-18         TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'TOTAL DEL CICLO             : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-LEIDAS-TOTAL      TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           MOVE WS-CURRDATE-MN              TO TIT02-HORA-MM.
           MOVE WS-CURRDATE-SS              TO TIT02-HORA-SS.

       30900-GRABO-BITACORA.
      *----------------------
      * AGREGA ESTA CORRIDA A LA BITACORA DE CICLO CON SU RETORNO
      * FINAL. UN ERROR DE LA BITACORA SE AVISA PERO NO CAMBIA EL
      * RETORNO: EL PROCESO YA TERMINO.
      * LEIDOS = EXCEPCIONES LEIDAS DE LAS CUATRO FUENTES;
      * GRABADOS Y RECHAZOS NO APLICAN.

           MOVE SPACES                  TO REG-BITACORA.
           MOVE 'ESTEMP11'              TO BIT-PROGRAMA.
           MOVE WS-BIT-FEC-CICLO        TO BIT-FEC-CICLO.
           MOVE SPACES                  TO BIT-FEC-DESDE.
           MOVE SPACES                  TO BIT-FEC-HASTA.
           MOVE WS-BIT-FEC-INICIO       TO BIT-FEC-INICIO.
           MOVE WS-BIT-HOR-INICIO       TO BIT-HOR-INICIO.

           MOVE FUNCTION CURRENT-DATE   TO WS-BIT-AHORA.
           PERFORM 10011-ARMO-AHORA-ISO.
           MOVE WS-BIT-FECISO           TO BIT-FEC-FIN.
           MOVE WS-BIT-HORISO           TO BIT-HOR-FIN.

           MOVE WS-LEIDAS-TOTAL         TO BIT-CANT-LEIDOS.
           MOVE ZEROES                  TO BIT-CANT-GRABADOS.
           MOVE ZEROES                  TO BIT-CANT-RECHAZOS.
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
