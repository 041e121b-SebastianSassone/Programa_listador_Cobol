       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. ESTEMP15.
      *AUTHOR. SEBASTIAN SASSONE.
      *DATE-WRITTEN. 14/10/2026.
      *DATE-COMPILED. EARRING.
      *----------------------------------------------------------------
      *ESTE ES UN PROGRAMA DE INFORME MENSUAL DE VENCIMIENTOS DE
      *CALIBRACION, PENSADO PARA CORRER A PRINCIPIO DE CADA MES.
      *RECORRE EL MAESTRO CALIBRA (COPY WCODCAL) Y, POR CADA
      *DISPOSITIVO, TOMA SU ULTIMA VERSION DE CALIBRACION (LA DE
      *FECHA DESDE MAS ALTA) Y CALCULA LOS DIAS QUE FALTAN PARA EL
      *VENCIMIENTO DE SU CERTIFICADO CONTRA UNA FECHA DE
      *REFERENCIA (LA DE LA TARJETA PARMCARD, O LA DE EJECUCION SI
      *NO VIENE). INFORMA, POR SECCIONES Y CON CONTADORES:
      *  1. CERTIFICADOS YA VENCIDOS.
      *  2. CERTIFICADOS QUE VENCEN EN 0 A 30 DIAS.
      *  3. CERTIFICADOS QUE VENCEN EN 31 A 60 DIAS.
      *  4. CERTIFICADOS QUE VENCEN EN 61 A 90 DIAS.
      *ASI EL AREA DE METROLOGIA PUEDE PROGRAMAR LAS
      *RECALIBRACIONES ANTES DE QUE ESTEMP04 EMPIECE A SENALAR
      *LECTURAS CON CERTIFICADO VENCIDO.
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

           SELECT CALIBRA         ASSIGN       TO CALIBRA
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE  IS SEQUENTIAL
                                  RECORD KEY   IS REG-CALIBRA-KEY-FD
                                  FILE STATUS  IS FS-CALIBRA.

           SELECT MAEDISP         ASSIGN       TO MAEDISP
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE  IS RANDOM
                                  RECORD KEY   IS REG-MAEDISP-KEY-FD
                                  FILE STATUS  IS FS-MAEDISP.

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
      * TARJETA DE PARAMETROS OPCIONAL: FECHA DE REFERENCIA
      * AAAA-MM-DD EN LAS COLUMNAS 1-10. SIN TARJETA O EN BLANCO
      * SE TOMA LA FECHA DE EJECUCION; PERMITE REPETIR EL INFORME
      * DE UN MES ANTERIOR O ADELANTAR EL DEL PROXIMO.
      *---------------------------------------------
       FD  PARMCARD
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PARMCARD.
           03 PARM-FEC-REFER              PIC X(10).
      * FECHA DE CICLO (AAAA-MM-DD) CON LA QUE SE ANOTA LA CORRIDA
      * EN LA BITACORA. EN BLANCO ES LA FECHA DE EJECUCION.
           03 PARM-FEC-CICLO              PIC X(10).
           03 FILLER                      PIC X(60).

       FD  CALIBRA.
       01  ENT-REG-CALIBRA.
           03 REG-CALIBRA-KEY-FD          PIC X(15).
           03 FILLER                      PIC X(65).

       FD  MAEDISP.
       01  ENT-REG-MAEDISP.
           03 REG-MAEDISP-KEY-FD          PIC X(05).
           03 FILLER                      PIC X(75).

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
       77  FS-BITACORA                   PIC X(02) VALUE ' '.
           88 88-FS-BITACORA-OK                    VALUE '00'.
           88 88-FS-BITACORA-EOF                   VALUE '10'.

       77  FS-PARMCARD                   PIC X(02) VALUE ' '.
           88 88-FS-PARMCARD-OK                    VALUE '00'.

       77  FS-CALIBRA                    PIC X(02) VALUE ' '.
           88 88-FS-CALIBRA-OK                     VALUE '00' '97'.
           88 88-FS-CALIBRA-EOF                    VALUE '10'.

       77  WS-OPEN-CALIBRA               PIC X     VALUE 'N'.
           88 88-OPEN-CALIBRA-SI                   VALUE 'S'.
           88 88-OPEN-CALIBRA-NO                   VALUE 'N'.

       77  FS-MAEDISP                    PIC X(02) VALUE ' '.
           88 88-FS-MAEDISP-OK                     VALUE '00' '97'.
           88 88-FS-MAEDISP-NFD                    VALUE '23'.

       77  WS-OPEN-MAEDISP               PIC X     VALUE 'N'.
           88 88-OPEN-MAEDISP-SI                   VALUE 'S'.
           88 88-OPEN-MAEDISP-NO                   VALUE 'N'.

       77  FS-INFORME                    PIC X(02) VALUE ' '.
           88 88-FS-INFORME-OK                     VALUE '00'.

       77  WS-OPEN-INFORME               PIC X     VALUE 'N'.
           88 88-OPEN-INFORME-SI                   VALUE 'S'.
           88 88-OPEN-INFORME-NO                   VALUE 'N'.

       77  WS-LINEAS                     PIC 9(02) VALUE 90.
       77  WS-LINEAS-MAX                 PIC 9(02) VALUE 60.

      *---------------------------------------------
      * CONTADORES DEL INFORME.
      *---------------------------------------------
       77  WS-CANT-VERSIONES             PIC 9(09) VALUE 0.
       77  WS-CANT-DISPOS                PIC 9(09) VALUE 0.
       77  WS-CANT-VENCIDOS              PIC 9(09) VALUE 0.
       77  WS-CANT-VENCE-30              PIC 9(09) VALUE 0.
       77  WS-CANT-VENCE-60              PIC 9(09) VALUE 0.
       77  WS-CANT-VENCE-90              PIC 9(09) VALUE 0.
       77  WS-CANT-AL-DIA                PIC 9(09) VALUE 0.
       77  WS-CANT-VTO-INVALIDO          PIC 9(09) VALUE 0.
       77  WS-CANT-SECCION               PIC 9(09) VALUE 0.

      *---------------------------------------------
      * RECUERDA UN ERROR DE LECTURA DE CALIBRA: EL RECORRIDO
      * CORTA COMO SI FUERA FIN DE ARCHIVO PARA CERRAR
      * ORDENADAMENTE, PERO EL INFORME QUEDO INCOMPLETO.
      *---------------------------------------------
       77  WS-ERROR-CALIBRA              PIC X(01) VALUE 'N'.
           88 88-ERROR-CALIBRA-SI                  VALUE 'S'.
           88 88-ERROR-CALIBRA-NO                  VALUE 'N'.

      *---------------------------------------------
      * FECHA DE REFERENCIA DEL INFORME Y SU NUMERO DE DIA
      * (INTEGER-OF-DATE), CONTRA EL QUE SE RESTA EL DEL
      * VENCIMIENTO DE CADA CERTIFICADO.
      *---------------------------------------------
       01  WS-FEC-REFER                  PIC X(10) VALUE SPACES.
       77  WS-DIAS-REFER                 PIC S9(09) VALUE 0.
       77  WS-DIAS-VTO                   PIC S9(09) VALUE 0.
       77  WS-DIAS-FALTAN                PIC S9(09) VALUE 0.

       01  WS-FECNUM.
           03 WS-FECNUM-AAAA             PIC 9(04).
           03 WS-FECNUM-MM               PIC 9(02).
           03 WS-FECNUM-DD               PIC 9(02).
       01  WS-FECNUM-N REDEFINES WS-FECNUM
                                         PIC 9(08).

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

      *---------------------------------------------
      * TRAMO DE VENCIMIENTO: EL QUE LE TOCA AL DISPOSITIVO EN
      * CURSO Y EL DE LA SECCION QUE SE ESTA IMPRIMIENDO.
      *---------------------------------------------
       77  WS-TRAMO                      PIC X(01) VALUE ' '.
           88 88-TRAMO-VENCIDO                     VALUE 'V'.
           88 88-TRAMO-30                          VALUE '1'.
           88 88-TRAMO-60                          VALUE '2'.
           88 88-TRAMO-90                          VALUE '3'.
           88 88-TRAMO-AL-DIA                      VALUE 'D'.
       77  WS-TRAMO-SECCION              PIC X(01) VALUE ' '.

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO CALIBRA. REG-CALIBRA ES LA VERSION
      * RECIEN LEIDA Y REG-CALIBRA-ANT LA ULTIMA VERSION DEL
      * DISPOSITIVO EN CURSO: COMO EL ARCHIVO VIENE POR
      * DISPOSITIVO Y FECHA DESDE, AL CAMBIAR DE DISPOSITIVO LA
      * GUARDADA ES LA VIGENTE DEL ANTERIOR.
      *---------------------------------------------
       COPY WCODCAL.

       01  REG-CALIBRA-ANT.
           03 CALANT-KEY.
              05 CALANT-COD-DISPO         PIC X(05).
              05 CALANT-FEC-DESDE         PIC X(10).
           03 CALANT-FEC-HASTA            PIC X(10).
           03 CALANT-OFS-TEMP             PIC S9(02)V9(04)
                                          SIGN LEADING SEPARATE.
           03 CALANT-OFS-HUM              PIC S9(02)V9(02)
                                          SIGN LEADING SEPARATE.
           03 CALANT-FEC-VTO-CERT         PIC X(10).
           03 CALANT-NRO-CERT             PIC X(15).
           03 CALANT-USUARIO              PIC X(08).
           03 FILLER                      PIC X(10).

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO MAEDISP (SOLO SE CONSULTA, PARA
      * LA DESCRIPCION Y EL PROPIETARIO DE CADA DISPOSITIVO).
      *---------------------------------------------
       COPY WCODDIS.

      *---------------------------------------------
      * TABLA EN MEMORIA DE LOS DISPOSITIVOS A INFORMAR (VENCIDOS
      * O QUE VENCEN DENTRO DE 90 DIAS), CON SU TRAMO. SE LLENA EN
      * LA PASADA UNICA POR CALIBRA Y SE RECORRE UNA VEZ POR
      * SECCION.
      *---------------------------------------------
       77  WS-CANT-VENCE                 PIC 9(05) VALUE 0.
       77  WS-MAX-VENCE                  PIC 9(05) VALUE 5000.
       01  TABLA-VENCE.
           03 TAB-VENCE-OCU OCCURS 1 TO 5000 TIMES
                               DEPENDING ON WS-CANT-VENCE
                               INDEXED BY IX-VENCE.
              05 TAB-VEN-TRAMO           PIC X(01).
              05 TAB-VEN-DISPO           PIC X(05).
              05 TAB-VEN-DESCR           PIC X(30).
              05 TAB-VEN-PROPIET         PIC X(05).
              05 TAB-VEN-FEC-DESDE       PIC X(10).
              05 TAB-VEN-FEC-HASTA       PIC X(10).
              05 TAB-VEN-NRO-CERT        PIC X(15).
              05 TAB-VEN-FEC-VTO         PIC X(10).
              05 TAB-VEN-DIAS            PIC S9(05).

      * DEFINICION DE LINEAS DE IMPRESION DEL INFORME
      * ---------------------------------------------
       01 TIT01.
          03 FILLER                      PIC X(08) VALUE 'PROGRAM:'.
          03 TIT01-PROGRAMA              PIC X(08) VALUE 'ESTEMP15'.
          03 FILLER                      PIC X(30) VALUE ' '.
          03 FILLER                      PIC X(33) VALUE
                                'CALIBRATION DUE REPORT           '.
          03 FILLER                      PIC X(33) VALUE ' '.
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
          03 FILLER                      PIC X(30) VALUE ' '.
          03 FILLER                      PIC X(33) VALUE ALL '-'.
          03 FILLER                      PIC X(33) VALUE ' '.
          03 FILLER                      PIC X(06) VALUE 'TIME :'.
          03 TIT02-HORA.
             05 TIT02-HORA-HH            PIC 9(02).
             05 FILLER                   PIC X(01) VALUE ':'.
             05 TIT02-HORA-MM            PIC 9(02).
             05 FILLER                   PIC X(01) VALUE ':'.
             05 TIT02-HORA-SS            PIC 9(02).

       01 TIT03                          PIC X(132) VALUE ' '.

       01 REFER-01.
           03 FILLER                   PIC X(30)
                             VALUE 'FECHA DE REFERENCIA         : '.
           03 REFER-01-FECHA           PIC X(10).

       01 SECC-01.
           03 FILLER                   PIC X(44) VALUE
              '1. CERTIFICADOS DE CALIBRACION VENCIDOS     '.

       01 SECC-02.
           03 FILLER                   PIC X(44) VALUE
              '2. CERTIFICADOS QUE VENCEN EN 0 A 30 DIAS   '.

       01 SECC-03.
           03 FILLER                   PIC X(44) VALUE
              '3. CERTIFICADOS QUE VENCEN EN 31 A 60 DIAS  '.

       01 SECC-04.
           03 FILLER                   PIC X(44) VALUE
              '4. CERTIFICADOS QUE VENCEN EN 61 A 90 DIAS  '.

       01 SECC-05.
           03 FILLER                   PIC X(44) VALUE
              '5. RESUMEN DEL MAESTRO DE CALIBRACION       '.

       01 TIT04.
          03 FILLER                    PIC X(05) VALUE 'DISPO'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(30) VALUE 'DESCRIPCION'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(05) VALUE 'PROP.'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(10) VALUE 'VIG.DESDE'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(10) VALUE 'VIG.HASTA'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(15) VALUE
                                                 'NRO.CERTIFICADO'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(10) VALUE 'VTO.CERTIF'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(06) VALUE '  DIAS'.

       01 TIT05.
          03 FILLER                    PIC X(05) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(30) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(05) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(10) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(10) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(15) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(10) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(06) VALUE ALL '-'.

      *---------------------------------------------
      * LINEA DE DETALLE: ULTIMA VERSION DE CALIBRACION DEL
      * DISPOSITIVO Y DIAS AL VENCIMIENTO DEL CERTIFICADO
      * (NEGATIVOS = DIAS QUE LLEVA VENCIDO).
      *---------------------------------------------
       01 DETVEN.
          03 DETVEN-DISPO              PIC X(05).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETVEN-DESCR              PIC X(30).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETVEN-PROPIET            PIC X(05).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETVEN-FEC-DESDE          PIC X(10).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETVEN-FEC-HASTA          PIC X(10).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETVEN-NRO-CERT           PIC X(15).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETVEN-FEC-VTO            PIC X(10).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETVEN-DIAS               PIC -ZZZZ9.

       01 DETVACIO.
           03 FILLER                   PIC X(21)
                                       VALUE '(SIN CERTIFICADOS)'.

       01 DETCANT.
           03 FILLER                   PIC X(30)
                             VALUE 'TOTAL DE LA SECCION         : '.
           03 DETCANT-CANT             PIC ZZZZZZZZ9.

       01 DETRESU.
           03 DETRESU-CONCEPTO         PIC X(30).
           03 DETRESU-CANT             PIC ZZZZZZZZ9.

       01 WS-CURRENT-DATE.
           03 WS-CURRDATE-AAAA             PIC 9(4) VALUE 0.
           03 WS-CURRDATE-MM               PIC 9(2) VALUE 0.
           03 WS-CURRDATE-DD               PIC 9(2) VALUE 0.
           03 WS-CURRDATE-HH               PIC 9(2) VALUE 0.
           03 WS-CURRDATE-MN               PIC 9(2) VALUE 0.
           03 WS-CURRDATE-SS               PIC 9(2) VALUE 0.

      * ESTRUCTURA DEL ARCHIVO DE SALIDA.
      * --------------------------------
       01  REG-INFORME                PIC X(132).

      *---------------------------------------------
      * SALVA DE LA LINEA EN CURSO MIENTRAS 27500-IMPRIMO-TITULOS
      * IMPRIME LA CABECERA DE UNA PAGINA NUEVA.
      *---------------------------------------------
       01  REG-INFORME-SALVA          PIC X(132).

      *---------------------------------------------
      * BITACORA DE CICLO: FECHA DE CICLO (LA DE EJECUCION, O LA
      * DE LA TARJETA DE PARAMETROS SI LA TRAE) Y
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

       00000-CUERPO-PRINCIPAL.
      *----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO
             UNTIL 88-FS-CALIBRA-EOF.

           IF CALANT-COD-DISPO NOT = SPACES
              PERFORM 21000-EVALUO-DISPOSITIVO
           END-IF.

           PERFORM 22000-IMPRIMO-SECCIONES.

           PERFORM 30000-FINALIZO.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10010-INICIO-BITACORA.

           PERFORM 10020-LEO-FEC-CICLO.

           PERFORM 10050-LEO-PARMCARD.

           PERFORM 10100-ABRO-INFORME.

           PERFORM 10200-ABRO-CALIBRA.

           PERFORM 10300-ABRO-MAEDISP.

           MOVE SPACES                  TO REG-CALIBRA-ANT.

           MOVE WS-FEC-REFER            TO REFER-01-FECHA.
           MOVE REFER-01                TO REG-INFORME.
           PERFORM 27000-GRABO-INFORME.

           MOVE TIT03                   TO REG-INFORME.
           PERFORM 27000-GRABO-INFORME.

           PERFORM 15000-LEO-CALIBRA.

           IF 88-FS-CALIBRA-EOF
              DISPLAY ' '
              DISPLAY 'MAESTRO CALIBRA VACIO'
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
                       PERFORM 21900-VALIDO-FECHA
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

       10050-LEO-PARMCARD.
      *--------------------
      * LA FECHA DE REFERENCIA ES LA DE LA TARJETA SI VIENE Y ESTA
      * BIEN FORMADA; SI NO, LA DE EJECUCION. UNA TARJETA CON UNA
      * FECHA MAL FORMADA SE AVISA: EL INFORME SALE IGUAL CON LA
      * FECHA DEL DIA.

           MOVE WS-BIT-FEC-CICLO        TO WS-FEC-REFER.

           OPEN INPUT PARMCARD.

           EVALUATE FS-PARMCARD
               WHEN '00'
                    READ PARMCARD
                    IF 88-FS-PARMCARD-OK
                       AND PARM-FEC-REFER NOT = SPACES
                       MOVE PARM-FEC-REFER   TO WS-FEC-VALIDAR
                       PERFORM 21900-VALIDO-FECHA
                       IF 88-FEC-VALIDA-SI
                          MOVE PARM-FEC-REFER TO WS-FEC-REFER
                       ELSE
                          DISPLAY 'FECHA DE REFERENCIA INVALIDA: '
                                  PARM-FEC-REFER
                                  ', SE TOMA LA DEL DIA'
                       END-IF
                    END-IF
                    CLOSE PARMCARD
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           MOVE WS-FEC-REFER(1:4)       TO WS-FECNUM-AAAA.
           MOVE WS-FEC-REFER(6:2)       TO WS-FECNUM-MM.
           MOVE WS-FEC-REFER(9:2)       TO WS-FECNUM-DD.
           COMPUTE WS-DIAS-REFER =
                   FUNCTION INTEGER-OF-DATE(WS-FECNUM-N).

           DISPLAY 'FECHA DE REFERENCIA         : ' WS-FEC-REFER.

       10100-ABRO-INFORME.
      *---------------------

           OPEN OUTPUT INFORME.

           EVALUATE FS-INFORME
               WHEN '00'
                    SET 88-OPEN-INFORME-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN INFORME FS: ' FS-INFORME
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10200-ABRO-CALIBRA.
      *-------------------

           OPEN INPUT CALIBRA.

           EVALUATE FS-CALIBRA
               WHEN '00'
                    SET 88-OPEN-CALIBRA-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN CALIBRA FS: ' FS-CALIBRA
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10300-ABRO-MAEDISP.
      *-------------------

           OPEN INPUT MAEDISP.

           EVALUATE FS-MAEDISP
               WHEN '00'
                    SET 88-OPEN-MAEDISP-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN MAEDISP FS: ' FS-MAEDISP
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       15000-LEO-CALIBRA.
      *-------------------

           READ CALIBRA NEXT RECORD INTO REG-CALIBRA.

           EVALUATE TRUE
               WHEN 88-FS-CALIBRA-OK
                    ADD 1 TO WS-CANT-VERSIONES
               WHEN 88-FS-CALIBRA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR READ CALIBRA FS: ' FS-CALIBRA
                    SET 88-ERROR-CALIBRA-SI TO TRUE
                    SET 88-FS-CALIBRA-EOF TO TRUE
           END-EVALUATE.

       20000-PROCESO.
      *-------------
      * CORTE POR DISPOSITIVO: AL LLEGAR LA PRIMERA VERSION DE
      * OTRO DISPOSITIVO SE EVALUA LA ULTIMA GUARDADA DEL ANTERIOR.

           IF CALANT-COD-DISPO NOT = SPACES
              AND CAL-COD-DISPO NOT = CALANT-COD-DISPO
              PERFORM 21000-EVALUO-DISPOSITIVO
           END-IF.

           MOVE REG-CALIBRA             TO REG-CALIBRA-ANT.

           PERFORM 15000-LEO-CALIBRA.

       21000-EVALUO-DISPOSITIVO.
      *--------------------------
      * CLASIFICA LA ULTIMA VERSION DEL DISPOSITIVO POR LOS DIAS
      * QUE FALTAN PARA EL VENCIMIENTO DE SU CERTIFICADO. ESTEMP14
      * NO DEJA GRABAR UN VENCIMIENTO MAL FORMADO, PERO SI
      * APARECE SE AVISA Y EL DISPOSITIVO NO SE CLASIFICA.

           ADD 1 TO WS-CANT-DISPOS.

           MOVE CALANT-FEC-VTO-CERT     TO WS-FEC-VALIDAR.
           PERFORM 21900-VALIDO-FECHA.

           IF 88-FEC-VALIDA-NO
              DISPLAY 'VENCIMIENTO INVALIDO EN CALIBRA, DISPOSITIVO '
                      CALANT-COD-DISPO ' DESDE ' CALANT-FEC-DESDE
              ADD 1 TO WS-CANT-VTO-INVALIDO
           ELSE
              MOVE CALANT-FEC-VTO-CERT(1:4) TO WS-FECNUM-AAAA
              MOVE CALANT-FEC-VTO-CERT(6:2) TO WS-FECNUM-MM
              MOVE CALANT-FEC-VTO-CERT(9:2) TO WS-FECNUM-DD
              COMPUTE WS-DIAS-VTO =
                      FUNCTION INTEGER-OF-DATE(WS-FECNUM-N)
              COMPUTE WS-DIAS-FALTAN = WS-DIAS-VTO - WS-DIAS-REFER

              EVALUATE TRUE
                  WHEN WS-DIAS-FALTAN < 0
                       SET 88-TRAMO-VENCIDO TO TRUE
                       ADD 1 TO WS-CANT-VENCIDOS
                  WHEN WS-DIAS-FALTAN <= 30
                       SET 88-TRAMO-30 TO TRUE
                       ADD 1 TO WS-CANT-VENCE-30
                  WHEN WS-DIAS-FALTAN <= 60
                       SET 88-TRAMO-60 TO TRUE
                       ADD 1 TO WS-CANT-VENCE-60
                  WHEN WS-DIAS-FALTAN <= 90
                       SET 88-TRAMO-90 TO TRUE
                       ADD 1 TO WS-CANT-VENCE-90
                  WHEN OTHER
                       SET 88-TRAMO-AL-DIA TO TRUE
                       ADD 1 TO WS-CANT-AL-DIA
              END-EVALUATE

              IF NOT 88-TRAMO-AL-DIA
                 PERFORM 21100-AGREGO-VENCIMIENTO
              END-IF
           END-IF.

       21100-AGREGO-VENCIMIENTO.
      *--------------------------

           IF WS-CANT-VENCE >= WS-MAX-VENCE
              DISPLAY 'TABLA DE VENCIMIENTOS LLENA, DISPOSITIVO '
                      CALANT-COD-DISPO ' QUEDA AFUERA'
           ELSE
              ADD 1 TO WS-CANT-VENCE
              SET IX-VENCE              TO WS-CANT-VENCE
              PERFORM 21200-LEO-MAEDISP
              MOVE WS-TRAMO             TO TAB-VEN-TRAMO(IX-VENCE)
              MOVE CALANT-COD-DISPO     TO TAB-VEN-DISPO(IX-VENCE)
              MOVE MAEDISP-DESCR        TO TAB-VEN-DESCR(IX-VENCE)
              MOVE MAEDISP-COD-PROPIET  TO TAB-VEN-PROPIET(IX-VENCE)
              MOVE CALANT-FEC-DESDE     TO TAB-VEN-FEC-DESDE(IX-VENCE)
              MOVE CALANT-FEC-HASTA     TO TAB-VEN-FEC-HASTA(IX-VENCE)
              MOVE CALANT-NRO-CERT      TO TAB-VEN-NRO-CERT(IX-VENCE)
              MOVE CALANT-FEC-VTO-CERT  TO TAB-VEN-FEC-VTO(IX-VENCE)
              MOVE WS-DIAS-FALTAN       TO TAB-VEN-DIAS(IX-VENCE)
           END-IF.

       21200-LEO-MAEDISP.
      *-------------------
      * UN DISPOSITIVO DADO DE BAJA EN MAEDISP SE INFORMA IGUAL
      * (LA CALIBRACION SIGUE EN EL MAESTRO), CON LA LEYENDA EN
      * LUGAR DE LA DESCRIPCION.

           MOVE CALANT-COD-DISPO        TO REG-MAEDISP-KEY-FD.

           READ MAEDISP INTO REG-MAEDISP.

           EVALUATE TRUE
               WHEN 88-FS-MAEDISP-OK
                    CONTINUE
               WHEN 88-FS-MAEDISP-NFD
                    MOVE SPACES          TO REG-MAEDISP
                    MOVE '(NO EXISTE EN MAEDISP)' TO MAEDISP-DESCR
               WHEN OTHER
                    DISPLAY 'ERROR READ MAEDISP FS: ' FS-MAEDISP
                    MOVE SPACES          TO REG-MAEDISP
                    MOVE '(ERROR DE LECTURA MAEDISP)'
                                         TO MAEDISP-DESCR
           END-EVALUATE.

       21900-VALIDO-FECHA.
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

       22000-IMPRIMO-SECCIONES.
      *-------------------------
      * UNA SECCION POR TRAMO, EN ORDEN DE URGENCIA, Y AL FINAL EL
      * RESUMEN DEL MAESTRO.

           MOVE SECC-01                 TO REG-INFORME.
           MOVE 'V'                     TO WS-TRAMO-SECCION.
           PERFORM 22100-IMPRIMO-TRAMO.

           MOVE SECC-02                 TO REG-INFORME.
           MOVE '1'                     TO WS-TRAMO-SECCION.
           PERFORM 22100-IMPRIMO-TRAMO.

           MOVE SECC-03                 TO REG-INFORME.
           MOVE '2'                     TO WS-TRAMO-SECCION.
           PERFORM 22100-IMPRIMO-TRAMO.

           MOVE SECC-04                 TO REG-INFORME.
           MOVE '3'                     TO WS-TRAMO-SECCION.
           PERFORM 22100-IMPRIMO-TRAMO.

           PERFORM 22300-IMPRIMO-RESUMEN.

       22100-IMPRIMO-TRAMO.
      *---------------------
      * EL TITULO DE LA SECCION LLEGA CARGADO EN REG-INFORME.

           PERFORM 27000-GRABO-INFORME.

           MOVE TIT03                   TO REG-INFORME.
           PERFORM 27000-GRABO-INFORME.

           MOVE TIT04                   TO REG-INFORME.
           PERFORM 27000-GRABO-INFORME.

           MOVE TIT05                   TO REG-INFORME.
           PERFORM 27000-GRABO-INFORME.

           MOVE 0                       TO WS-CANT-SECCION.

           PERFORM 22200-IMPRIMO-VENCIMIENTO
              VARYING IX-VENCE FROM 1 BY 1
              UNTIL IX-VENCE > WS-CANT-VENCE.

           IF WS-CANT-SECCION = 0
              MOVE DETVACIO TO REG-INFORME
              PERFORM 27000-GRABO-INFORME
           END-IF.

           MOVE WS-CANT-SECCION         TO DETCANT-CANT.
           MOVE DETCANT                 TO REG-INFORME.
           PERFORM 27000-GRABO-INFORME.

           MOVE TIT03                   TO REG-INFORME.
           PERFORM 27000-GRABO-INFORME.

       22200-IMPRIMO-VENCIMIENTO.
      *---------------------------

           IF TAB-VEN-TRAMO(IX-VENCE) = WS-TRAMO-SECCION
              ADD 1 TO WS-CANT-SECCION
              MOVE TAB-VEN-DISPO(IX-VENCE)     TO DETVEN-DISPO
              MOVE TAB-VEN-DESCR(IX-VENCE)     TO DETVEN-DESCR
              MOVE TAB-VEN-PROPIET(IX-VENCE)   TO DETVEN-PROPIET
              MOVE TAB-VEN-FEC-DESDE(IX-VENCE) TO DETVEN-FEC-DESDE
              MOVE TAB-VEN-FEC-HASTA(IX-VENCE) TO DETVEN-FEC-HASTA
              MOVE TAB-VEN-NRO-CERT(IX-VENCE)  TO DETVEN-NRO-CERT
              MOVE TAB-VEN-FEC-VTO(IX-VENCE)   TO DETVEN-FEC-VTO
              MOVE TAB-VEN-DIAS(IX-VENCE)      TO DETVEN-DIAS
              MOVE DETVEN                      TO REG-INFORME
              PERFORM 27000-GRABO-INFORME
           END-IF.

       22300-IMPRIMO-RESUMEN.
      *-----------------------

           MOVE SECC-05                 TO REG-INFORME.
           PERFORM 27000-GRABO-INFORME.

           MOVE TIT03                   TO REG-INFORME.
           PERFORM 27000-GRABO-INFORME.

           MOVE 'VERSIONES LEIDAS            : ' TO DETRESU-CONCEPTO.
           MOVE WS-CANT-VERSIONES       TO DETRESU-CANT.
           MOVE DETRESU                 TO REG-INFORME.
           PERFORM 27000-GRABO-INFORME.

           MOVE 'DISPOSITIVOS CALIBRADOS     : ' TO DETRESU-CONCEPTO.
           MOVE WS-CANT-DISPOS          TO DETRESU-CANT.
           MOVE DETRESU                 TO REG-INFORME.
           PERFORM 27000-GRABO-INFORME.

           MOVE 'CERTIFICADOS VENCIDOS       : ' TO DETRESU-CONCEPTO.
           MOVE WS-CANT-VENCIDOS        TO DETRESU-CANT.
           MOVE DETRESU                 TO REG-INFORME.
           PERFORM 27000-GRABO-INFORME.

           MOVE 'VENCEN EN 0 A 30 DIAS       : ' TO DETRESU-CONCEPTO.
           MOVE WS-CANT-VENCE-30        TO DETRESU-CANT.
           MOVE DETRESU                 TO REG-INFORME.
           PERFORM 27000-GRABO-INFORME.

           MOVE 'VENCEN EN 31 A 60 DIAS      : ' TO DETRESU-CONCEPTO.
           MOVE WS-CANT-VENCE-60        TO DETRESU-CANT.
           MOVE DETRESU                 TO REG-INFORME.
           PERFORM 27000-GRABO-INFORME.

           MOVE 'VENCEN EN 61 A 90 DIAS      : ' TO DETRESU-CONCEPTO.
           MOVE WS-CANT-VENCE-90        TO DETRESU-CANT.
           MOVE DETRESU                 TO REG-INFORME.
           PERFORM 27000-GRABO-INFORME.

           MOVE 'AL DIA (MAS DE 90 DIAS)     : ' TO DETRESU-CONCEPTO.
           MOVE WS-CANT-AL-DIA          TO DETRESU-CANT.
           MOVE DETRESU                 TO REG-INFORME.
           PERFORM 27000-GRABO-INFORME.

           MOVE 'VENCIMIENTO INVALIDO        : ' TO DETRESU-CONCEPTO.
           MOVE WS-CANT-VTO-INVALIDO    TO DETRESU-CANT.
           MOVE DETRESU                 TO REG-INFORME.
           PERFORM 27000-GRABO-INFORME.

       27000-GRABO-INFORME.
      *---------------------

           IF WS-LINEAS > WS-LINEAS-MAX
              PERFORM 27500-IMPRIMO-TITULOS
           END-IF.

           PERFORM 28000-WRITE-INFORME.

       27500-IMPRIMO-TITULOS.
      *----------------------
      * EL REG-INFORME EN CURSO SE PRESERVA MIENTRAS SE IMPRIMEN
      * LOS TITULOS DE LA PAGINA NUEVA.

           MOVE REG-INFORME TO REG-INFORME-SALVA.

           ADD 1 TO TIT01-PAGINA.

           MOVE TIT01       TO REG-INFORME.
           PERFORM 28000-WRITE-INFORME.

           PERFORM 29000-CARGO-FECHA-HORA.
           MOVE TIT02       TO REG-INFORME.
           PERFORM 28000-WRITE-INFORME.

           MOVE TIT03       TO REG-INFORME.
           PERFORM 28000-WRITE-INFORME.

           MOVE REG-INFORME-SALVA TO REG-INFORME.

      * WRITE INFORME + AGREGADO DE PAGINACION
       28000-WRITE-INFORME.
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

       29000-CARGO-FECHA-HORA.
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
      * CERTIFICADOS VENCIDOS O QUE VENCEN EN LOS PROXIMOS 30 DIAS
      * DEJAN RETURN-CODE 4 PARA QUE EL SCHEDULER AVISE A
      * METROLOGIA. UN ERROR DE LECTURA DE CALIBRA PESA MAS: EL
      * INFORME ESTA INCOMPLETO Y SE DEVUELVE 16.

           IF WS-CANT-VENCIDOS > 0
              OR WS-CANT-VENCE-30 > 0
              OR WS-CANT-VTO-INVALIDO > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           IF 88-ERROR-CALIBRA-SI
              DISPLAY 'INFORME INCOMPLETO POR ERROR DE LECTURA'
              MOVE 16 TO RETURN-CODE
           END-IF.

           DISPLAY 'VERSIONES LEIDAS            : ' WS-CANT-VERSIONES.
           DISPLAY 'DISPOSITIVOS CALIBRADOS     : ' WS-CANT-DISPOS.
           DISPLAY 'CERTIFICADOS VENCIDOS       : ' WS-CANT-VENCIDOS.
           DISPLAY 'VENCEN EN 0 A 30 DIAS       : ' WS-CANT-VENCE-30.

           PERFORM 31000-CIERRO-ARCHIVOS.

       30900-GRABO-BITACORA.
      *----------------------
      * AGREGA ESTA CORRIDA A LA BITACORA DE CICLO CON SU RETORNO
      * FINAL. UN ERROR DE LA BITACORA SE AVISA PERO NO CAMBIA EL
      * RETORNO: EL PROCESO YA TERMINO.
      * LEIDOS = VERSIONES DE CALIBRA, GRABADOS = DISPOSITIVOS
      * LISTADOS EN LAS SECCIONES, RECHAZOS = CERTIFICADOS
      * VENCIDOS. LA FECHA DESDE ES LA DE REFERENCIA DEL INFORME.

           MOVE SPACES                  TO REG-BITACORA.
           MOVE 'ESTEMP15'              TO BIT-PROGRAMA.
           MOVE WS-BIT-FEC-CICLO        TO BIT-FEC-CICLO.
           MOVE WS-FEC-REFER            TO BIT-FEC-DESDE.
           MOVE SPACES                  TO BIT-FEC-HASTA.
           MOVE WS-BIT-FEC-INICIO       TO BIT-FEC-INICIO.
           MOVE WS-BIT-HOR-INICIO       TO BIT-HOR-INICIO.

           MOVE FUNCTION CURRENT-DATE   TO WS-BIT-AHORA.
           PERFORM 10011-ARMO-AHORA-ISO.
           MOVE WS-BIT-FECISO           TO BIT-FEC-FIN.
           MOVE WS-BIT-HORISO           TO BIT-HOR-FIN.

           MOVE WS-CANT-VERSIONES       TO BIT-CANT-LEIDOS.
           MOVE WS-CANT-VENCE           TO BIT-CANT-GRABADOS.
           MOVE WS-CANT-VENCIDOS        TO BIT-CANT-RECHAZOS.
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

           IF 88-OPEN-CALIBRA-SI
              SET 88-OPEN-CALIBRA-NO TO TRUE
              PERFORM 31130-CIERRO-CALIBRA
           END-IF.

           IF 88-OPEN-MAEDISP-SI
              SET 88-OPEN-MAEDISP-NO TO TRUE
              PERFORM 31135-CIERRO-MAEDISP
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
                    PERFORM 99000-ABORTO

           END-EVALUATE.

       31130-CIERRO-CALIBRA.
      *---------------------

           CLOSE CALIBRA.

           EVALUATE TRUE
               WHEN 88-FS-CALIBRA-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE CALIBRA FS: ' FS-CALIBRA
                    PERFORM 99000-ABORTO

           END-EVALUATE.

       31135-CIERRO-MAEDISP.
      *---------------------

           CLOSE MAEDISP.

           EVALUATE TRUE
               WHEN 88-FS-MAEDISP-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE MAEDISP FS: ' FS-MAEDISP
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
