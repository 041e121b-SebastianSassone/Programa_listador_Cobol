       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. ESTEMP13.
      *AUTHOR. SEBASTIAN SASSONE.
      *DATE-WRITTEN. 14/10/2026.
      *DATE-COMPILED. EARRING.
      *----------------------------------------------------------------
      *ESTE ES UN PROGRAMA DE CONTROL DE LA CADENA NOCTURNA. CADA
      *PROGRAMA DE ESTEMP03 EN ADELANTE DEJA UN REGISTRO POR CORRIDA
      *EN LA BITACORA DE CICLO (COPY WREGBIT) CON SU VENTANA, SU
      *INICIO Y FIN, SUS CONTADORES Y SU RETURN-CODE FINAL, Y LOS
      *QUE DEPENDEN DE UN PASO ANTERIOR SE NIEGAN A CORRER (RETORNO
      *12) SI ESE PASO NO TERMINO BIEN. ESTE PROGRAMA IMPRIME EN UNA
      *SOLA HOJA TODAS LAS CORRIDAS DE UNA FECHA DE CICLO (POR
      *TARJETA; SI NO HAY TARJETA, LA FECHA DE EJECUCION), EN EL
      *ORDEN EN QUE CORRIERON, CON SU ESTADO, Y LISTA LOS PASOS
      *DIARIOS DE LA CADENA QUE NO FIGURAN EN LA BITACORA, PARA QUE
      *OPERACIONES VEA LA NOCHE ENTERA SIN JUNTAR LOS SYSOUT DE
      *CADA PASO. RETORNO 8 SI ALGUNA CORRIDA FALLO O FUE NEGADA,
      *4 SI FALTA ALGUN PASO DIARIO. NO SE ANOTA EN LA BITACORA.
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

           SELECT OPTIONAL BITACORA ASSIGN     TO BITACORA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-BITACORA.

           SELECT INFORME         ASSIGN       TO INFORME
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-INFORME.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

      *---------------------------------------------
      * TARJETA DE PARAMETROS: FECHA DE CICLO A LISTAR (AAAA-MM-DD).
      * EN BLANCO O SIN TARJETA = FECHA DE EJECUCION.
      *---------------------------------------------
       FD  PARMCARD
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PARMCARD.
           03 PARM-FEC-CICLO              PIC X(10).
           03 FILLER                      PIC X(70).

      *---------------------------------------------
      * BITACORA DE CICLO (COPY WREGBIT), EN EL ORDEN EN QUE LA
      * FUERON EXTENDIENDO LOS PROGRAMAS DE LA CADENA.
      *---------------------------------------------
       FD  BITACORA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-BITACORA-FD                PIC X(120).

       FD  INFORME
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-INFORME-FD                 PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  FS-PARMCARD                   PIC X(02) VALUE ' '.
           88 88-FS-PARMCARD-OK                    VALUE '00'.

       77  FS-BITACORA                   PIC X(02) VALUE ' '.
           88 88-FS-BITACORA-OK                    VALUE '00'.
           88 88-FS-BITACORA-EOF                   VALUE '10'.

       77  WS-OPEN-BITACORA              PIC X     VALUE 'N'.
           88 88-OPEN-BITACORA-SI                  VALUE 'S'.
           88 88-OPEN-BITACORA-NO                  VALUE 'N'.

       77  FS-INFORME                    PIC X(02) VALUE ' '.
           88 88-FS-INFORME-OK                     VALUE '00'.

       77  WS-OPEN-INFORME               PIC X     VALUE 'N'.
           88 88-OPEN-INFORME-SI                   VALUE 'S'.
           88 88-OPEN-INFORME-NO                   VALUE 'N'.

       77  WS-LINEAS                     PIC 9(02) VALUE 90.
       77  WS-LINEAS-MAX                 PIC 9(02) VALUE 60.

      *---------------------------------------------
      * RECUERDA UN ERROR DE LECTURA DE LA BITACORA: LA HOJA QUEDO
      * INCOMPLETA Y EL RETORNO NO DEBE SER 0.
      *---------------------------------------------
       77  WS-ERROR-LECTURA              PIC X(01) VALUE 'N'.
           88 88-ERROR-LECTURA-SI                  VALUE 'S'.
           88 88-ERROR-LECTURA-NO                  VALUE 'N'.

      *---------------------------------------------
      * REGISTRO DE BITACORA EN PROCESO.
      *---------------------------------------------
       COPY WREGBIT.

      *---------------------------------------------
      * CONTADORES DE LA HOJA.
      *---------------------------------------------
       77  WS-LEIDOS-BITACORA            PIC 9(09) VALUE 0.
       77  WS-CANT-CORRIDAS              PIC 9(09) VALUE 0.
       77  WS-CANT-OK                    PIC 9(09) VALUE 0.
       77  WS-CANT-AVISOS                PIC 9(09) VALUE 0.
       77  WS-CANT-FALLIDAS              PIC 9(09) VALUE 0.
       77  WS-CANT-NEGADAS               PIC 9(09) VALUE 0.
       77  WS-CANT-FALTANTES             PIC 9(09) VALUE 0.

      *---------------------------------------------
      * PASOS DIARIOS DE LA CADENA: LA CARGA, EL LISTADOR, SU
      * PASADA SUPLEMENTARIA DE LECTURAS TARDIAS (ESTEMP03 CON
      * ORIGEN 'S', ANOTADA COMO ESTEMP3S; SIN PEDIDOS TERMINA
      * ENSEGUIDA), EL RECICLO, EL DESVIO CONTRA PARES, EL
      * CONSOLIDADO DE EXCEPCIONES Y EL RESUMEN DIARIO TIENEN QUE
      * CORRER TODAS LAS NOCHES. LOS DEMAS
      * (MANTENIMIENTO, AUDITORIA, PURGA, CONSULTAS, CONCILIACION,
      * FACTURACION) CORREN A PEDIDO O CON OTRA FRECUENCIA Y NO SE
      * RECLAMAN.
      *---------------------------------------------
       77  WS-CANT-PASOS                 PIC 9(02) VALUE 7.
       01  TABLA-PASOS-INI.
           03 FILLER                      PIC X(09) VALUE 'ESTEMP04N'.
           03 FILLER                      PIC X(09) VALUE 'ESTEMP03N'.
           03 FILLER                      PIC X(09) VALUE 'ESTEMP3SN'.
           03 FILLER                      PIC X(09) VALUE 'ESTEMP09N'.
           03 FILLER                      PIC X(09) VALUE 'ESTEMP18N'.
           03 FILLER                      PIC X(09) VALUE 'ESTEMP11N'.
           03 FILLER                      PIC X(09) VALUE 'ESTEMP17N'.
       01  TABLA-PASOS REDEFINES TABLA-PASOS-INI.
           03 TAB-PASO-OCU OCCURS 7 TIMES
                               INDEXED BY IX-PASO.
              05 TAB-PASO-PROGRAMA       PIC X(08).
              05 TAB-PASO-CORRIO         PIC X(01).
                 88 88-PASO-CORRIO                 VALUE 'S'.
                 88 88-PASO-NO-CORRIO              VALUE 'N'.

      *---------------------------------------------
      * FECHA DE CICLO A LISTAR EN FORMATO ISO.
      *---------------------------------------------
       01  WS-CURRENT-DATE.
           03 WS-CURRDATE-AAAA           PIC 9(4) VALUE 0.
           03 WS-CURRDATE-MM             PIC 9(2) VALUE 0.
           03 WS-CURRDATE-DD             PIC 9(2) VALUE 0.
           03 WS-CURRDATE-HH             PIC 9(2) VALUE 0.
           03 WS-CURRDATE-MN             PIC 9(2) VALUE 0.
           03 WS-CURRDATE-SS             PIC 9(2) VALUE 0.
       01  WS-FEC-CICLO.
           03 WS-FEC-CICLO-AAAA          PIC 9(04).
           03 FILLER                     PIC X VALUE '-'.
           03 WS-FEC-CICLO-MM            PIC 9(02).
           03 FILLER                     PIC X VALUE '-'.
           03 WS-FEC-CICLO-DD            PIC 9(02).

      * DEFINICION DE LINEAS DE IMPRESION DEL INFORME
      * ---------------------------------------------
       01 TIT01.
          03 FILLER                      PIC X(08) VALUE 'PROGRAM:'.
          03 TIT01-PROGRAMA              PIC X(08) VALUE 'ESTEMP13'.
          03 FILLER                      PIC X(28) VALUE ' '.
          03 FILLER                      PIC X(35) VALUE
                               'NIGHTLY CYCLE LEDGER REPORT        '.
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

       01 DETCICLO.
           03 FILLER                   PIC X(16) VALUE
              'FECHA DE CICLO: '.
           03 DETCICLO-FECHA           PIC X(10).

       01 SECC-01.
           03 FILLER                   PIC X(44) VALUE
              '1. CORRIDAS DEL CICLO                       '.

       01 CORR-TITU.
          03 FILLER                    PIC X(08) VALUE 'PROGRAMA'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(10) VALUE 'VENT-DESDE'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(10) VALUE 'VENT-HASTA'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(19) VALUE 'INICIO'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(19) VALUE 'FIN'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(09) VALUE '   LEIDOS'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(09) VALUE ' GRABADOS'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(09) VALUE ' RECHAZOS'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(03) VALUE ' RC'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(18) VALUE 'ESTADO'.

       01 DETCORR.
           03 DETCORR-PROGRAMA         PIC X(08).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETCORR-FEC-DESDE        PIC X(10).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETCORR-FEC-HASTA        PIC X(10).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETCORR-FEC-INICIO       PIC X(10).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETCORR-HOR-INICIO       PIC X(08).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETCORR-FEC-FIN          PIC X(10).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETCORR-HOR-FIN          PIC X(08).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETCORR-LEIDOS           PIC ZZZZZZZZ9.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETCORR-GRABADOS         PIC ZZZZZZZZ9.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETCORR-RECHAZOS         PIC ZZZZZZZZ9.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETCORR-RETORNO          PIC ZZ9.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETCORR-ESTADO.
              05 DETCORR-ESTADO-TEXTO  PIC X(10).
              05 DETCORR-ESTADO-PREREQ PIC X(08).

       01 CORR-VACIO.
           03 FILLER                   PIC X(40)
                       VALUE '(NO HAY CORRIDAS ANOTADAS PARA EL CICLO)'.

       01 SECC-02.
           03 FILLER                   PIC X(44) VALUE
              '2. PASOS DIARIOS SIN CORRIDA EN EL CICLO    '.

       01 DETFALTA.
           03 DETFALTA-PROGRAMA        PIC X(08).
           03 FILLER                   PIC X(22)
                             VALUE ' NO FIGURA EN BITACORA'.

       01 FALTA-VACIO.
           03 FILLER                   PIC X(36)
                           VALUE '(TODOS LOS PASOS DIARIOS CORRIERON)'.

       01 SECC-03.
           03 FILLER                   PIC X(44) VALUE
              '3. TOTALES DEL CICLO                        '.

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

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO
             UNTIL 88-FS-BITACORA-EOF.

           PERFORM 30000-FINALIZO.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10100-ABRO-INFORME.

           PERFORM 10200-CARGO-FEC-CICLO.

           PERFORM 10300-LEO-PARMCARD.

           PERFORM 10400-ABRO-BITACORA.

           PERFORM 10500-IMPRIMO-ENCABEZADO.

           PERFORM 15000-LEO-BITACORA.

       10100-ABRO-INFORME.
      *-------------------

           OPEN OUTPUT INFORME.

           EVALUATE FS-INFORME
               WHEN '00'
                    SET 88-OPEN-INFORME-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN INFORME FS: ' FS-INFORME
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       10200-CARGO-FEC-CICLO.
      *-----------------------
      * POR OMISION SE LISTA EL CICLO DE LA FECHA DE EJECUCION, LA
      * MISMA QUE LOS PROGRAMAS DE LA CADENA ANOTAN COMO CICLO SALVO
      * QUE SU TARJETA TRAIGA PARM-FEC-CICLO; EN ESE CASO LA HOJA SE
      * PIDE CON ESA MISMA FECHA EN LA TARJETA DE ESTE PROGRAMA.

           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATE.
           MOVE WS-CURRDATE-AAAA        TO WS-FEC-CICLO-AAAA.
           MOVE WS-CURRDATE-MM          TO WS-FEC-CICLO-MM.
           MOVE WS-CURRDATE-DD          TO WS-FEC-CICLO-DD.

       10300-LEO-PARMCARD.
      *--------------------
      * SI EXISTE TARJETA CON FECHA SE LISTA ESE CICLO (POR EJEMPLO
      * LA HOJA DE LA NOCHE ANTERIOR CUANDO SE CORRE A LA MANANA).

           OPEN INPUT PARMCARD.

           EVALUATE FS-PARMCARD
               WHEN '00'
                    READ PARMCARD
                    IF 88-FS-PARMCARD-OK
                       AND PARM-FEC-CICLO NOT = SPACES
                       MOVE PARM-FEC-CICLO   TO WS-FEC-CICLO
                    END-IF
                    CLOSE PARMCARD
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       10400-ABRO-BITACORA.
      *--------------------
      * EL FS '05' ES EL OPEN OPTIONAL DE UNA BITACORA AUSENTE: LA
      * HOJA SALE SIN CORRIDAS Y RECLAMA TODOS LOS PASOS DIARIOS.

           OPEN INPUT BITACORA.

           EVALUATE FS-BITACORA
               WHEN '00'
               WHEN '05'
                    SET 88-OPEN-BITACORA-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN BITACORA FS: ' FS-BITACORA
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE.

       10500-IMPRIMO-ENCABEZADO.
      *-------------------------

           MOVE WS-FEC-CICLO TO DETCICLO-FECHA.
           MOVE DETCICLO     TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE TIT03        TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE SECC-01      TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE CORR-TITU    TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

       15000-LEO-BITACORA.
      *-------------------

           READ BITACORA INTO REG-BITACORA.

           EVALUATE TRUE
               WHEN 88-FS-BITACORA-OK
                    ADD 1 TO WS-LEIDOS-BITACORA
               WHEN 88-FS-BITACORA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR READ BITACORA FS: ' FS-BITACORA
                    SET 88-ERROR-LECTURA-SI TO TRUE
                    SET 88-FS-BITACORA-EOF  TO TRUE
           END-EVALUATE.

       20000-PROCESO.
      *--------------
      * SOLO ENTRAN LAS CORRIDAS DEL CICLO PEDIDO; LAS DEMAS SON DE
      * OTRAS NOCHES QUE LA BITACORA CONSERVA.

           IF BIT-FEC-CICLO = WS-FEC-CICLO
              PERFORM 21000-IMPRIMO-CORRIDA
              PERFORM 22000-MARCO-PASO
           END-IF.

           PERFORM 15000-LEO-BITACORA.

       21000-IMPRIMO-CORRIDA.
      *----------------------
      * ESTADO DE LA CORRIDA SEGUN SU RETORNO: 0 OK, 4 OK CON
      * AVISOS (RECHAZOS, EXCEPCIONES), 12 CON PASO PREVIO ANOTADO
      * ES UNA CORRIDA NEGADA POR LA CADENA, CUALQUIER OTRO ES UNA
      * CORRIDA FALLIDA.

           ADD 1 TO WS-CANT-CORRIDAS.

           MOVE SPACES                  TO DETCORR-ESTADO.

           EVALUATE TRUE
               WHEN BIT-RETORNO = 0
                    ADD 1 TO WS-CANT-OK
                    MOVE 'OK'            TO DETCORR-ESTADO-TEXTO
               WHEN 88-BIT-RETORNO-OK
                    ADD 1 TO WS-CANT-AVISOS
                    MOVE 'OK AVISOS'     TO DETCORR-ESTADO-TEXTO
               WHEN BIT-RETORNO = 12
                    AND BIT-PREREQ NOT = SPACES
                    ADD 1 TO WS-CANT-NEGADAS
                    MOVE 'NEGADO:'       TO DETCORR-ESTADO-TEXTO
                    MOVE BIT-PREREQ      TO DETCORR-ESTADO-PREREQ
               WHEN OTHER
                    ADD 1 TO WS-CANT-FALLIDAS
                    MOVE 'FALLIDO'       TO DETCORR-ESTADO-TEXTO
           END-EVALUATE.

           MOVE BIT-PROGRAMA            TO DETCORR-PROGRAMA.
           MOVE BIT-FEC-DESDE           TO DETCORR-FEC-DESDE.
           MOVE BIT-FEC-HASTA           TO DETCORR-FEC-HASTA.
           MOVE BIT-FEC-INICIO          TO DETCORR-FEC-INICIO.
           MOVE BIT-HOR-INICIO          TO DETCORR-HOR-INICIO.
           MOVE BIT-FEC-FIN             TO DETCORR-FEC-FIN.
           MOVE BIT-HOR-FIN             TO DETCORR-HOR-FIN.
           MOVE BIT-CANT-LEIDOS         TO DETCORR-LEIDOS.
           MOVE BIT-CANT-GRABADOS       TO DETCORR-GRABADOS.
           MOVE BIT-CANT-RECHAZOS       TO DETCORR-RECHAZOS.
           MOVE BIT-RETORNO             TO DETCORR-RETORNO.

           MOVE DETCORR                 TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

       22000-MARCO-PASO.
      *-----------------
      * UN PASO DIARIO CUENTA COMO CORRIDO SI TIENE ALGUNA CORRIDA
      * EN EL CICLO, AUNQUE HAYA FALLADO: LA FALLA YA SE VE EN LA
      * SECCION 1 Y EN LOS TOTALES.

           SET IX-PASO TO 1.

           SEARCH TAB-PASO-OCU
               AT END
                    CONTINUE
               WHEN TAB-PASO-PROGRAMA(IX-PASO) = BIT-PROGRAMA
                    SET 88-PASO-CORRIO(IX-PASO) TO TRUE
           END-SEARCH.

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

       30000-FINALIZO.
      *--------------

           IF WS-CANT-CORRIDAS = 0
              MOVE CORR-VACIO  TO REG-INFORME
              PERFORM 28000-GRABO-INFORME
           END-IF.

           MOVE TIT03          TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           PERFORM 30100-SECCION-FALTANTES.

           PERFORM 30200-SECCION-TOTALES.

           PERFORM 31000-CIERRO-ARCHIVOS.

      * RETORNO GRADUADO PARA EL SCHEDULER: 8 SI ALGUNA CORRIDA
      * FALLO O FUE NEGADA, 4 SI FALTA ALGUN PASO DIARIO, 16 SI LA
      * BITACORA NO SE PUDO LEER COMPLETA.
           EVALUATE TRUE
               WHEN 88-ERROR-LECTURA-SI
                    DISPLAY 'HOJA DE CICLO TRUNCA POR ERROR DE LECTURA'
                    MOVE 16 TO RETURN-CODE
               WHEN WS-CANT-FALLIDAS > 0
               WHEN WS-CANT-NEGADAS  > 0
                    MOVE 8  TO RETURN-CODE
               WHEN WS-CANT-FALTANTES > 0
                    MOVE 4  TO RETURN-CODE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       30100-SECCION-FALTANTES.
      *-------------------------

           MOVE SECC-02     TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           PERFORM 30150-IMPRIMO-FALTANTE
              VARYING IX-PASO FROM 1 BY 1
              UNTIL IX-PASO > WS-CANT-PASOS.

           IF WS-CANT-FALTANTES = 0
              MOVE FALTA-VACIO TO REG-INFORME
              PERFORM 28000-GRABO-INFORME
           END-IF.

           MOVE TIT03       TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

       30150-IMPRIMO-FALTANTE.
      *------------------------

           IF 88-PASO-NO-CORRIO(IX-PASO)
              ADD 1 TO WS-CANT-FALTANTES
              MOVE TAB-PASO-PROGRAMA(IX-PASO) TO DETFALTA-PROGRAMA
              MOVE DETFALTA    TO REG-INFORME
              PERFORM 28000-GRABO-INFORME
           END-IF.

       30200-SECCION-TOTALES.
      *-----------------------

           MOVE SECC-03     TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'CORRIDAS DEL CICLO          : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-CANT-CORRIDAS     TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'TERMINADAS OK               : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-CANT-OK           TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'TERMINADAS CON AVISOS       : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-CANT-AVISOS       TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'FALLIDAS                    : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-CANT-FALLIDAS     TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'NEGADAS POR PASO PREVIO     : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-CANT-NEGADAS      TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'PASOS DIARIOS SIN CORRIDA   : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-CANT-FALTANTES    TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'REGISTROS LEIDOS BITACORA   : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-LEIDOS-BITACORA   TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

       31000-CIERRO-ARCHIVOS.
      *---------------------

           IF 88-OPEN-BITACORA-SI
              SET 88-OPEN-BITACORA-NO TO TRUE
              CLOSE BITACORA
           END-IF.

           IF 88-OPEN-INFORME-SI
              SET 88-OPEN-INFORME-NO TO TRUE
              PERFORM 31120-CIERRO-INFORME
           END-IF.

       31120-CIERRO-INFORME.
      *---------------------

           CLOSE INFORME.

           EVALUATE TRUE
               WHEN 88-FS-INFORME-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE INFORME FS: ' FS-INFORME
                    MOVE 16 TO RETURN-CODE
                    STOP RUN

           END-EVALUATE.
