       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. ESTEMP14.
      *AUTHOR. SEBASTIAN SASSONE.
      *DATE-WRITTEN. 14/10/2026.
      *DATE-COMPILED. EARRING.
      *----------------------------------------------------------------
      *ESTE ES UN PROGRAMA DE MANTENIMIENTO BATCH DEL MAESTRO DE
      *CALIBRACION CALIBRA (COPY WCODCAL). LAS SONDAS SE RECALIBRAN
      *EN CAMPO Y EL LABORATORIO ENTREGA UN DESVIO DE TEMPERATURA Y
      *DE HUMEDAD POR DISPOSITIVO CON SU VIGENCIA Y UN CERTIFICADO
      *CON FECHA DE VENCIMIENTO. ESTE PROGRAMA APLICA UN ARCHIVO DE
      *TRANSACCIONES DE ALTAS (A), MODIFICACIONES (M) Y BAJAS (B)
      *DE VERSIONES DE CALIBRACION, CON LAS MISMAS REGLAS DE
      *ESTEMP05: VALIDA ANTES DE APLICAR (DISPOSITIVO EXISTENTE EN
      *MAEDISP, FECHAS BIEN FORMADAS, DESVIOS DENTRO DE LO
      *RAZONABLE Y VIGENCIAS DE UN MISMO DISPOSITIVO QUE NO SE
      *SUPERPONGAN), IMPRIME UN INFORME DE AUDITORIA CON LA IMAGEN
      *ANTES/DESPUES DE CADA VERSION TOCADA Y EL USUARIO QUE LA
      *CAMBIO, Y GRABA LAS TRANSACCIONES RECHAZADAS EN EL FORMATO
      *UNICO DE EXCEPCION DE LA APLICACION (COPY WREGEXC).
      *ESTEMP04 APLICA LOS DESVIOS AL CARGAR EL FEED Y ESTEMP15
      *INFORMA LOS CERTIFICADOS QUE VENCEN.
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

           SELECT TRANCAL         ASSIGN       TO TRANCAL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-TRANCAL.

      *---------------------------------------------
      * ACCESO DINAMICO: RANDOM PARA ALTAS, MODIFICACIONES Y BAJAS
      * Y SECUENCIAL (START + READ NEXT) PARA RECORRER LAS DEMAS
      * VERSIONES DEL DISPOSITIVO AL CONTROLAR SUPERPOSICIONES.
      *---------------------------------------------
           SELECT CALIBRA         ASSIGN       TO CALIBRA
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE  IS DYNAMIC
                                  RECORD KEY   IS REG-CALIBRA-KEY-FD
                                  FILE STATUS  IS FS-CALIBRA.

           SELECT MAEDISP         ASSIGN       TO MAEDISP
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE  IS RANDOM
                                  RECORD KEY   IS REG-MAEDISP-KEY-FD
                                  FILE STATUS  IS FS-MAEDISP.

           SELECT AUDITORI        ASSIGN       TO AUDITORI
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-AUDITORI.

           SELECT RECHAZOS        ASSIGN       TO RECHAZOS
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-RECHAZOS.

           SELECT OPTIONAL BITACORA ASSIGN     TO BITACORA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-BITACORA.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

      *---------------------------------------------
      * ARCHIVO DE TRANSACCIONES DE CALIBRACION. UNA TRANSACCION
      * POR REGISTRO: A = ALTA, M = MODIFICACION, B = BAJA. LA
      * CLAVE ES DISPOSITIVO + FECHA DESDE; PARA LAS BAJAS SOLO SE
      * USAN LA CLAVE Y EL USUARIO. LOS DESVIOS LLEVAN SIGNO
      * SEPARADO ADELANTE, COMO EN EL MAESTRO. FECHA HASTA EN
      * BLANCO = VERSION ABIERTA.
      *---------------------------------------------
       FD  TRANCAL
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TRANCAL.
           03 TRC-ACCION                  PIC X(01).
              88 88-TRC-ALTA                        VALUE 'A'.
              88 88-TRC-MODIFICACION                VALUE 'M'.
              88 88-TRC-BAJA                        VALUE 'B'.
           03 TRC-COD-DISPO               PIC X(05).
           03 TRC-FEC-DESDE               PIC X(10).
           03 TRC-FEC-HASTA               PIC X(10).
           03 TRC-OFS-TEMP                PIC S9(02)V9(04)
                                          SIGN LEADING SEPARATE.
           03 TRC-OFS-HUM                 PIC S9(02)V9(02)
                                          SIGN LEADING SEPARATE.
           03 TRC-FEC-VTO-CERT            PIC X(10).
           03 TRC-NRO-CERT                PIC X(15).
           03 TRC-USUARIO                 PIC X(08).
           03 FILLER                      PIC X(09).

       FD  CALIBRA.
       01  ENT-REG-CALIBRA.
           03 REG-CALIBRA-KEY-FD.
              05 CAL-FD-COD-DISPO         PIC X(05).
              05 CAL-FD-FEC-DESDE         PIC X(10).
           03 FILLER                      PIC X(65).

       FD  MAEDISP.
       01  ENT-REG-MAEDISP.
           03 REG-MAEDISP-KEY-FD          PIC X(05).
           03 FILLER                      PIC X(75).

       FD  AUDITORI
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AUDITORI-FD                PIC X(132).

      *---------------------------------------------
      * TRANSACCIONES RECHAZADAS, EN EL FORMATO UNICO DE EXCEPCION
      * DE LA APLICACION (REG-EXCEPCIO, COPY WREGEXC).
      *---------------------------------------------
       FD  RECHAZOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECHAZOS-FD                PIC X(132).

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

       77  FS-TRANCAL                    PIC X(02) VALUE ' '.
           88 88-FS-TRANCAL-OK                     VALUE '00'.
           88 88-FS-TRANCAL-EOF                    VALUE '10'.

       77  WS-OPEN-TRANCAL               PIC X     VALUE 'N'.
           88 88-OPEN-TRANCAL-SI                   VALUE 'S'.
           88 88-OPEN-TRANCAL-NO                   VALUE 'N'.

       77  FS-CALIBRA                    PIC X(02) VALUE ' '.
           88 88-FS-CALIBRA-OK                     VALUE '00' '97'.
           88 88-FS-CALIBRA-EOF                    VALUE '10'.
           88 88-FS-CALIBRA-NFD                    VALUE '23'.
           88 88-FS-CALIBRA-DUP                    VALUE '22'.

       77  WS-OPEN-CALIBRA               PIC X     VALUE 'N'.
           88 88-OPEN-CALIBRA-SI                   VALUE 'S'.
           88 88-OPEN-CALIBRA-NO                   VALUE 'N'.

       77  FS-MAEDISP                    PIC X(02) VALUE ' '.
           88 88-FS-MAEDISP-OK                     VALUE '00' '97'.
           88 88-FS-MAEDISP-NFD                    VALUE '23'.

       77  WS-OPEN-MAEDISP               PIC X     VALUE 'N'.
           88 88-OPEN-MAEDISP-SI                   VALUE 'S'.
           88 88-OPEN-MAEDISP-NO                   VALUE 'N'.

       77  FS-AUDITORI                   PIC X(02) VALUE ' '.
           88 88-FS-AUDITORI-OK                    VALUE '00'.

       77  WS-OPEN-AUDITORI              PIC X     VALUE 'N'.
           88 88-OPEN-AUDITORI-SI                  VALUE 'S'.
           88 88-OPEN-AUDITORI-NO                  VALUE 'N'.

       77  FS-RECHAZOS                   PIC X(02) VALUE ' '.
           88 88-FS-RECHAZOS-OK                    VALUE '00'.

       77  WS-OPEN-RECHAZOS              PIC X     VALUE 'N'.
           88 88-OPEN-RECHAZOS-SI                  VALUE 'S'.
           88 88-OPEN-RECHAZOS-NO                  VALUE 'N'.

      *---------------------------------------------
      * CONTADORES DE CUADRATURA DEL MANTENIMIENTO.
      *---------------------------------------------
       77  WS-LEIDAS                     PIC 9(09) VALUE 0.
       77  WS-ALTAS                      PIC 9(09) VALUE 0.
       77  WS-MODIFICACIONES             PIC 9(09) VALUE 0.
       77  WS-BAJAS                      PIC 9(09) VALUE 0.
       77  WS-RECHAZADAS                 PIC 9(09) VALUE 0.
       77  WS-DIF-MANT                   PIC S9(09) VALUE 0.

      *---------------------------------------------
      * RECUERDA UN ERROR DE LECTURA DEL ARCHIVO DE TRANSACCIONES:
      * EL PROCESO CORTA COMO SI FUERA FIN DE ARCHIVO PARA CERRAR
      * ORDENADAMENTE, PERO EL MANTENIMIENTO QUEDO TRUNCO Y
      * 30100-TOTALES-MANT NO DEBE DEJARLO PASAR CON RETORNO 0.
      *---------------------------------------------
       77  WS-ERROR-TRANCAL              PIC X(01) VALUE 'N'.
           88 88-ERROR-TRANCAL-SI                  VALUE 'S'.
           88 88-ERROR-TRANCAL-NO                  VALUE 'N'.

      *---------------------------------------------
      * RESULTADO DE LA VALIDACION DE LA TRANSACCION EN CURSO. LA
      * PRIMERA REGLA QUE FALLA RECHAZA LA TRANSACCION Y CORTA (UN
      * RECHAZO POR TRANSACCION LEIDA, PARA QUE CIERRE LA
      * CUADRATURA LEIDAS = APLICADAS + RECHAZADAS).
      *---------------------------------------------
       77  WS-TR-VALIDA                  PIC X(01) VALUE 'S'.
           88 88-TR-VALIDA-SI                      VALUE 'S'.
           88 88-TR-VALIDA-NO                      VALUE 'N'.

      *---------------------------------------------
      * DESVIOS MAXIMOS ACEPTADOS (EN VALOR ABSOLUTO). UN DESVIO
      * MAYOR NO ES UNA CALIBRACION SINO UNA SONDA ROTA, Y SE
      * RECHAZA ANTES DE QUE LLEGUE A CORREGIR LECTURAS.
      *---------------------------------------------
       77  WS-OFS-TEMP-MAXIMO            PIC S9(02)V9(04)
                                         VALUE 5,0000.
       77  WS-OFS-HUM-MAXIMO             PIC S9(02)V9(02)
                                         VALUE 10,00.
       77  WS-OFS-TEMP-ED                PIC --9,9999.
       77  WS-OFS-HUM-ED                 PIC --9,99.

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
      * CONTROL DE SUPERPOSICION DE VIGENCIAS: LA VERSION NUEVA Y
      * CADA UNA DE LAS OTRAS VERSIONES DEL DISPOSITIVO, CON LA
      * FECHA HASTA EN BLANCO LLEVADA AL FIN DE LOS TIEMPOS. DOS
      * VIGENCIAS SE PISAN SI CADA UNA EMPIEZA ANTES DE QUE TERMINE
      * LA OTRA.
      *---------------------------------------------
       01  WS-NVA-HASTA                  PIC X(10) VALUE SPACES.
       01  WS-OTRA-HASTA                 PIC X(10) VALUE SPACES.
       01  WS-FEC-FIN-TIEMPOS            PIC X(10) VALUE '9999-12-31'.
       77  WS-FIN-VERSIONES              PIC X(01) VALUE 'N'.
           88 88-FIN-VERSIONES-SI                  VALUE 'S'.
           88 88-FIN-VERSIONES-NO                  VALUE 'N'.

       77  WS-LINEAS                     PIC 9(02) VALUE 90.
       77  WS-LINEAS-MAX                 PIC 9(02) VALUE 60.

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO CALIBRA. REG-CALIBRA SE USA COMO
      * IMAGEN "DESPUES" (LA TRANSACCION APLICADA), REG-CALIBRA-ANT
      * COMO IMAGEN "ANTES" (LO LEIDO DEL ARCHIVO) Y REG-CALIBRA-OTRA
      * PARA RECORRER LAS DEMAS VERSIONES DEL DISPOSITIVO.
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

       01  REG-CALIBRA-OTRA.
           03 CALOTR-KEY.
              05 CALOTR-COD-DISPO         PIC X(05).
              05 CALOTR-FEC-DESDE         PIC X(10).
           03 CALOTR-FEC-HASTA            PIC X(10).
           03 FILLER                      PIC X(55).

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO MAEDISP (SOLO SE CONSULTA).
      *---------------------------------------------
       COPY WCODDIS.

      *---------------------------------------------
      * LINEA DE RECHAZO (FORMATO UNICO DE EXCEPCION).
      *---------------------------------------------
       COPY WREGEXC.

      * DEFINICION DE LINEAS DE IMPRESION DEL INFORME DE AUDITORIA
      * ---------------------------------------------------------
       01 TIT01.
          03 FILLER                      PIC X(08) VALUE 'PROGRAM:'.
          03 TIT01-PROGRAMA              PIC X(08) VALUE 'ESTEMP14'.
          03 FILLER                      PIC X(30) VALUE ' '.
          03 FILLER                      PIC X(33) VALUE
                                'CALIBRA MAINTENANCE AUDIT REPORT '.
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

       01 TIT04.
          03 FILLER                    PIC X(06) VALUE 'ACCION'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(07) VALUE 'IMAGEN '.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(05) VALUE 'DISPO'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(10) VALUE 'VIG.DESDE'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(10) VALUE 'VIG.HASTA'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(08) VALUE 'DESV.TEM'.
          03 FILLER                    PIC X(02) VALUE ' '.
          03 FILLER                    PIC X(06) VALUE 'DES.HU'.
          03 FILLER                    PIC X(02) VALUE ' '.
          03 FILLER                    PIC X(10) VALUE 'VTO.CERTIF'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(15) VALUE
                                                 'NRO.CERTIFICADO'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(08) VALUE 'USUARIO'.

       01 TIT05.
          03 FILLER                    PIC X(06) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(07) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(05) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(10) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(10) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(08) VALUE ALL '-'.
          03 FILLER                    PIC X(02) VALUE ' '.
          03 FILLER                    PIC X(06) VALUE ALL '-'.
          03 FILLER                    PIC X(02) VALUE ' '.
          03 FILLER                    PIC X(10) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(15) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(08) VALUE ALL '-'.

      *---------------------------------------------
      * LINEA DE DETALLE DEL INFORME DE AUDITORIA: UNA LINEA POR
      * IMAGEN (ANTES/DESPUES) DE CADA VERSION TOCADA. LA VISTA
      * DETAUD-NOTA TAPA LOS VALORES CON LA LEYENDA DE UNA IMAGEN
      * INEXISTENTE O ELIMINADA; EL USUARIO SE IMPRIME SIEMPRE.
      *---------------------------------------------
       01 DETAUD.
          03 DETAUD-ACCION             PIC X(06).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETAUD-IMAGEN             PIC X(07).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETAUD-COD-DISPO          PIC X(05).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETAUD-FEC-DESDE          PIC X(10).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETAUD-VALORES.
             05 DETAUD-FEC-HASTA       PIC X(10).
             05 FILLER                 PIC X(01) VALUE ' '.
             05 DETAUD-OFS-TEMP        PIC --9,9999.
             05 FILLER                 PIC X(02) VALUE ' '.
             05 DETAUD-OFS-HUM         PIC --9,99.
             05 FILLER                 PIC X(02) VALUE ' '.
             05 DETAUD-FEC-VTO-CERT    PIC X(10).
             05 FILLER                 PIC X(01) VALUE ' '.
             05 DETAUD-NRO-CERT        PIC X(15).
          03 DETAUD-NOTA REDEFINES DETAUD-VALORES
                                       PIC X(55).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETAUD-USUARIO            PIC X(08).

       01 TIT06                        PIC X(132) VALUE ' '.
       01 CTRL-01.
           03 FILLER                   PIC X(26)
                             VALUE 'TOTALES DEL MANTENIMIENTO:'.

       01 DETCTRL1.
           03 FILLER                   PIC X(30)
                             VALUE 'TRANSACCIONES LEIDAS        : '.
           03 DETCTRL1-CANT            PIC ZZZZZZZZ9.

       01 DETCTRL2.
           03 DETCTRL2-CONCEPTO        PIC X(30).
           03 DETCTRL2-CANT            PIC ZZZZZZZZ9.

       01 DETCTRL3.
           03 FILLER                   PIC X(30)
                             VALUE 'DIFERENCIA                  : '.
           03 DETCTRL3-DIF             PIC -ZZZZZZZ9.

       01 WS-CURRENT-DATE.
           03 WS-CURRDATE-AAAA             PIC 9(4) VALUE 0.
           03 WS-CURRDATE-MM               PIC 9(2) VALUE 0.
           03 WS-CURRDATE-DD               PIC 9(2) VALUE 0.
           03 WS-CURRDATE-HH               PIC 9(2) VALUE 0.
           03 WS-CURRDATE-MN               PIC 9(2) VALUE 0.
           03 WS-CURRDATE-SS               PIC 9(2) VALUE 0.

      * ESTRUCTURA DEL ARCHIVO DE SALIDA.
      * --------------------------------
       01  REG-AUDITORI               PIC X(132).

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

       00000-CUERPO-PRINCIPAL.
      *----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO
             UNTIL 88-FS-TRANCAL-EOF.

           PERFORM 30000-FINALIZO.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10010-INICIO-BITACORA.

           PERFORM 10100-ABRO-TRANCAL.

           PERFORM 10200-ABRO-AUDITORI.

           PERFORM 10250-ABRO-RECHAZOS.

           PERFORM 10300-ABRO-CALIBRA.

           PERFORM 10350-ABRO-MAEDISP.

           PERFORM 15000-LEO-TRANCAL.

           IF 88-FS-TRANCAL-EOF
              DISPLAY ' '
              DISPLAY 'NO HAY TRANSACCIONES DE CALIBRACION'
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

       10100-ABRO-TRANCAL.
      *---------------------

           OPEN INPUT TRANCAL.

           EVALUATE FS-TRANCAL
               WHEN '00'
                    SET 88-OPEN-TRANCAL-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN TRANCAL FS: ' FS-TRANCAL
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10200-ABRO-AUDITORI.
      *---------------------

           OPEN OUTPUT AUDITORI.

           EVALUATE FS-AUDITORI
               WHEN '00'
                    SET 88-OPEN-AUDITORI-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN AUDITORI FS: ' FS-AUDITORI
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10250-ABRO-RECHAZOS.
      *---------------------

           OPEN OUTPUT RECHAZOS.

           EVALUATE FS-RECHAZOS
               WHEN '00'
                    SET 88-OPEN-RECHAZOS-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN RECHAZOS FS: ' FS-RECHAZOS
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10300-ABRO-CALIBRA.
      *-------------------
      * EL MAESTRO SE ABRE I-O PORQUE ESTE PROGRAMA ES EL UNICO
      * CAMINO DE ACTUALIZACION DE CALIBRA (ALTAS, REWRITE, DELETE).

           OPEN I-O CALIBRA.

           EVALUATE FS-CALIBRA
               WHEN '00'
                    SET 88-OPEN-CALIBRA-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN CALIBRA FS: ' FS-CALIBRA
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10350-ABRO-MAEDISP.
      *-------------------
      * MAEDISP SOLO SE CONSULTA: UNA VERSION DE CALIBRACION NO SE
      * PUEDE DAR DE ALTA PARA UN DISPOSITIVO QUE NO EXISTE.

           OPEN INPUT MAEDISP.

           EVALUATE FS-MAEDISP
               WHEN '00'
                    SET 88-OPEN-MAEDISP-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN MAEDISP FS: ' FS-MAEDISP
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       15000-LEO-TRANCAL.
      *--------------------

           READ TRANCAL.

           EVALUATE TRUE
               WHEN 88-FS-TRANCAL-OK
                    ADD 1 TO WS-LEIDAS
               WHEN 88-FS-TRANCAL-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR READ TRANCAL FS: ' FS-TRANCAL
                    SET 88-ERROR-TRANCAL-SI TO TRUE
                    SET 88-FS-TRANCAL-EOF TO TRUE
           END-EVALUATE.

       20000-PROCESO.
      *-------------

           PERFORM 21000-VALIDO-TRANSACC.

           IF 88-TR-VALIDA-SI
              EVALUATE TRUE
                  WHEN 88-TRC-ALTA
                       PERFORM 22000-APLICO-ALTA
                  WHEN 88-TRC-MODIFICACION
                       PERFORM 23000-APLICO-MODIFICACION
                  WHEN 88-TRC-BAJA
                       PERFORM 24000-APLICO-BAJA
              END-EVALUATE
           END-IF.

           PERFORM 15000-LEO-TRANCAL.

       21000-VALIDO-TRANSACC.
      *----------------------
      * VALIDA LA TRANSACCION ANTES DE TOCAR EL MAESTRO: ACCION
      * CONOCIDA, CLAVE INFORMADA Y BIEN FORMADA, USUARIO
      * INFORMADO Y (PARA ALTAS Y MODIFICACIONES) DISPOSITIVO EN
      * MAEDISP, VIGENCIA, CERTIFICADO Y DESVIOS CORRECTOS, SIN
      * PISAR LA VIGENCIA DE OTRA VERSION DEL MISMO DISPOSITIVO.

           SET 88-TR-VALIDA-SI TO TRUE.

           IF NOT 88-TRC-ALTA
              AND NOT 88-TRC-MODIFICACION
              AND NOT 88-TRC-BAJA
              MOVE 'ACCION INVALIDA'   TO EXCEP-TIPO
              MOVE TRC-ACCION          TO EXCEP-VALOR
              PERFORM 25000-RECHAZO-TRANSACC
           END-IF.

           IF 88-TR-VALIDA-SI
              AND TRC-COD-DISPO = SPACES
              MOVE 'CLAVE DISPOSITIVO VACIA' TO EXCEP-TIPO
              MOVE SPACES              TO EXCEP-VALOR
              PERFORM 25000-RECHAZO-TRANSACC
           END-IF.

           IF 88-TR-VALIDA-SI
              MOVE TRC-FEC-DESDE       TO WS-FEC-VALIDAR
              PERFORM 21900-VALIDO-FECHA
              IF 88-FEC-VALIDA-NO
                 MOVE 'FECHA DESDE INVALIDA' TO EXCEP-TIPO
                 MOVE TRC-FEC-DESDE    TO EXCEP-VALOR
                 PERFORM 25000-RECHAZO-TRANSACC
              END-IF
           END-IF.

           IF 88-TR-VALIDA-SI
              AND TRC-USUARIO = SPACES
              MOVE 'USUARIO NO INFORMADO' TO EXCEP-TIPO
              MOVE SPACES              TO EXCEP-VALOR
              PERFORM 25000-RECHAZO-TRANSACC
           END-IF.

           IF 88-TR-VALIDA-SI
              AND (88-TRC-ALTA OR 88-TRC-MODIFICACION)
              PERFORM 21100-VALIDO-DISPOSITIVO
              IF 88-TR-VALIDA-SI
                 PERFORM 21200-VALIDO-VIGENCIA
              END-IF
              IF 88-TR-VALIDA-SI
                 PERFORM 21300-VALIDO-CERTIFICADO
              END-IF
              IF 88-TR-VALIDA-SI
                 PERFORM 21400-VALIDO-DESVIOS
              END-IF
              IF 88-TR-VALIDA-SI
                 PERFORM 21500-CONTROLO-SUPERPOSICION
              END-IF
           END-IF.

       21100-VALIDO-DISPOSITIVO.
      *--------------------------

           MOVE TRC-COD-DISPO           TO REG-MAEDISP-KEY-FD.

           READ MAEDISP INTO REG-MAEDISP.

           EVALUATE TRUE
               WHEN 88-FS-MAEDISP-OK
                    CONTINUE
               WHEN 88-FS-MAEDISP-NFD
                    MOVE 'DISPOSITIVO NO EN MAEDISP' TO EXCEP-TIPO
                    MOVE TRC-COD-DISPO   TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN OTHER
                    DISPLAY 'ERROR READ MAEDISP FS: ' FS-MAEDISP
                    MOVE 'ERROR READ MAEDISP' TO EXCEP-TIPO
                    MOVE FS-MAEDISP      TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
           END-EVALUATE.

       21200-VALIDO-VIGENCIA.
      *-----------------------
      * LA FECHA HASTA ES OPCIONAL (EN BLANCO = VERSION ABIERTA);
      * SI VIENE, TIENE QUE SER UNA FECHA Y NO ANTERIOR A LA DESDE.
      * LAS FECHAS AAAA-MM-DD SE COMPARAN BIEN COMO TEXTO.

           IF TRC-FEC-HASTA NOT = SPACES
              MOVE TRC-FEC-HASTA       TO WS-FEC-VALIDAR
              PERFORM 21900-VALIDO-FECHA
              IF 88-FEC-VALIDA-NO
                 MOVE 'FECHA HASTA INVALIDA' TO EXCEP-TIPO
                 MOVE TRC-FEC-HASTA    TO EXCEP-VALOR
                 PERFORM 25000-RECHAZO-TRANSACC
              ELSE
                 IF TRC-FEC-HASTA < TRC-FEC-DESDE
                    MOVE 'VIGENCIA HASTA ANTES DE DESDE'
                                       TO EXCEP-TIPO
                    MOVE TRC-FEC-HASTA TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
                 END-IF
              END-IF
           END-IF.

       21300-VALIDO-CERTIFICADO.
      *--------------------------
      * TODA CALIBRACION VIENE RESPALDADA POR UN CERTIFICADO DEL
      * LABORATORIO: NUMERO Y VENCIMIENTO SON OBLIGATORIOS.

           MOVE TRC-FEC-VTO-CERT        TO WS-FEC-VALIDAR.
           PERFORM 21900-VALIDO-FECHA.

           IF 88-FEC-VALIDA-NO
              MOVE 'VTO CERTIFICADO INVALIDO' TO EXCEP-TIPO
              MOVE TRC-FEC-VTO-CERT    TO EXCEP-VALOR
              PERFORM 25000-RECHAZO-TRANSACC
           ELSE
              IF TRC-NRO-CERT = SPACES
                 MOVE 'NRO CERTIFICADO VACIO' TO EXCEP-TIPO
                 MOVE SPACES           TO EXCEP-VALOR
                 PERFORM 25000-RECHAZO-TRANSACC
              END-IF
           END-IF.

       21400-VALIDO-DESVIOS.
      *----------------------
      * SE CHEQUEA NUMERIC ANTES DE COMPARAR: LA TRANSACCION SE
      * ARMA A MANO Y UN CAMPO BASURA ABENDARIA LA COMPARACION.

           EVALUATE TRUE
               WHEN TRC-OFS-TEMP NOT NUMERIC
                    MOVE 'DESVIO TEMP NO NUMERICO' TO EXCEP-TIPO
                    MOVE TRC-OFS-TEMP(1:7) TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN TRC-OFS-HUM NOT NUMERIC
                    MOVE 'DESVIO HUMEDAD NO NUMERICO' TO EXCEP-TIPO
                    MOVE TRC-OFS-HUM(1:5)  TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN TRC-OFS-TEMP > WS-OFS-TEMP-MAXIMO
                 OR TRC-OFS-TEMP < 0 - WS-OFS-TEMP-MAXIMO
                    MOVE TRC-OFS-TEMP      TO WS-OFS-TEMP-ED
                    MOVE 'DESVIO TEMP EXCESIVO' TO EXCEP-TIPO
                    MOVE WS-OFS-TEMP-ED    TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN TRC-OFS-HUM > WS-OFS-HUM-MAXIMO
                 OR TRC-OFS-HUM < 0 - WS-OFS-HUM-MAXIMO
                    MOVE TRC-OFS-HUM       TO WS-OFS-HUM-ED
                    MOVE 'DESVIO HUMEDAD EXCESIVO' TO EXCEP-TIPO
                    MOVE WS-OFS-HUM-ED     TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       21500-CONTROLO-SUPERPOSICION.
      *------------------------------
      * RECORRE LAS DEMAS VERSIONES DEL DISPOSITIVO (START AL
      * PRINCIPIO DE SUS CLAVES Y READ NEXT MIENTRAS SIGA SIENDO EL
      * MISMO DISPOSITIVO) Y RECHAZA LA TRANSACCION SI SU VIGENCIA
      * SE PISA CON LA DE ALGUNA. LA MISMA VERSION (MODIFICACION, O
      * ALTA DUPLICADA QUE RECHAZARA EL WRITE) NO SE COMPARA.

           IF TRC-FEC-HASTA = SPACES
              MOVE WS-FEC-FIN-TIEMPOS   TO WS-NVA-HASTA
           ELSE
              MOVE TRC-FEC-HASTA        TO WS-NVA-HASTA
           END-IF.

           MOVE TRC-COD-DISPO           TO CAL-FD-COD-DISPO.
           MOVE LOW-VALUES              TO CAL-FD-FEC-DESDE.

           START CALIBRA KEY IS NOT LESS THAN REG-CALIBRA-KEY-FD.

           EVALUATE TRUE
               WHEN 88-FS-CALIBRA-OK
                    SET 88-FIN-VERSIONES-NO TO TRUE
                    PERFORM 21510-COMPARO-OTRA-VERSION
                       UNTIL 88-FIN-VERSIONES-SI
               WHEN 88-FS-CALIBRA-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR START CALIBRA FS: ' FS-CALIBRA
                    MOVE 'ERROR START CALIBRA' TO EXCEP-TIPO
                    MOVE FS-CALIBRA      TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
           END-EVALUATE.

       21510-COMPARO-OTRA-VERSION.
      *----------------------------

           READ CALIBRA NEXT RECORD INTO REG-CALIBRA-OTRA.

           EVALUATE TRUE
               WHEN 88-FS-CALIBRA-EOF
                    SET 88-FIN-VERSIONES-SI TO TRUE
               WHEN NOT 88-FS-CALIBRA-OK
                    DISPLAY 'ERROR READ NEXT CALIBRA FS: ' FS-CALIBRA
                    MOVE 'ERROR READ CALIBRA' TO EXCEP-TIPO
                    MOVE FS-CALIBRA      TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
                    SET 88-FIN-VERSIONES-SI TO TRUE
               WHEN CALOTR-COD-DISPO NOT = TRC-COD-DISPO
                    SET 88-FIN-VERSIONES-SI TO TRUE
               WHEN CALOTR-FEC-DESDE = TRC-FEC-DESDE
                    CONTINUE
               WHEN OTHER
                    IF CALOTR-FEC-HASTA = SPACES
                       MOVE WS-FEC-FIN-TIEMPOS TO WS-OTRA-HASTA
                    ELSE
                       MOVE CALOTR-FEC-HASTA   TO WS-OTRA-HASTA
                    END-IF
                    IF CALOTR-FEC-DESDE NOT > WS-NVA-HASTA
                       AND TRC-FEC-DESDE NOT > WS-OTRA-HASTA
                       MOVE 'VIGENCIA SUPERPUESTA' TO EXCEP-TIPO
                       MOVE CALOTR-FEC-DESDE  TO EXCEP-VALOR
                       PERFORM 25000-RECHAZO-TRANSACC
                       SET 88-FIN-VERSIONES-SI TO TRUE
                    END-IF
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

       22000-APLICO-ALTA.
      *-------------------

           PERFORM 22100-ARMO-CALIBRA.

           WRITE ENT-REG-CALIBRA FROM REG-CALIBRA.

           EVALUATE TRUE
               WHEN 88-FS-CALIBRA-OK
                    ADD 1 TO WS-ALTAS
                    PERFORM 26100-AUDITO-ANTES-INEXIST
                    PERFORM 26200-AUDITO-DESPUES
               WHEN 88-FS-CALIBRA-DUP
                    MOVE 'ALTA DUPLICADA EN CALIBRA' TO EXCEP-TIPO
                    MOVE TRC-FEC-DESDE   TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN OTHER
                    DISPLAY 'ERROR WRITE CALIBRA FS: ' FS-CALIBRA
                    MOVE 'ERROR WRITE CALIBRA' TO EXCEP-TIPO
                    MOVE FS-CALIBRA      TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
           END-EVALUATE.

       22100-ARMO-CALIBRA.
      *--------------------
      * IMAGEN NUEVA COMPLETA DE LA VERSION A PARTIR DE LA
      * TRANSACCION (ALTA Y MODIFICACION REEMPLAZAN TODOS LOS
      * CAMPOS, COMO EN ESTEMP05).

           MOVE SPACES                  TO REG-CALIBRA.
           MOVE TRC-COD-DISPO           TO CAL-COD-DISPO.
           MOVE TRC-FEC-DESDE           TO CAL-FEC-DESDE.
           MOVE TRC-FEC-HASTA           TO CAL-FEC-HASTA.
           MOVE TRC-OFS-TEMP            TO CAL-OFS-TEMP.
           MOVE TRC-OFS-HUM             TO CAL-OFS-HUM.
           MOVE TRC-FEC-VTO-CERT        TO CAL-FEC-VTO-CERT.
           MOVE TRC-NRO-CERT            TO CAL-NRO-CERT.
           MOVE TRC-USUARIO             TO CAL-USUARIO.

       23000-APLICO-MODIFICACION.
      *---------------------------
      * LEE LA IMAGEN ANTES, ARMA LA NUEVA Y REGRABA. EN EL INFORME
      * DE AUDITORIA QUEDAN LAS DOS IMAGENES DE LA VERSION.

           PERFORM 23100-LEO-CALIBRA-ANT.

           IF 88-TR-VALIDA-SI
              PERFORM 22100-ARMO-CALIBRA

              REWRITE ENT-REG-CALIBRA FROM REG-CALIBRA

              EVALUATE TRUE
                  WHEN 88-FS-CALIBRA-OK
                       ADD 1 TO WS-MODIFICACIONES
                       PERFORM 26150-AUDITO-ANTES
                       PERFORM 26200-AUDITO-DESPUES
                  WHEN OTHER
                       DISPLAY 'ERROR REWRITE CALIBRA FS: ' FS-CALIBRA
                       MOVE 'ERROR REWRITE CALIBRA' TO EXCEP-TIPO
                       MOVE FS-CALIBRA   TO EXCEP-VALOR
                       PERFORM 25000-RECHAZO-TRANSACC
              END-EVALUATE
           END-IF.

       23100-LEO-CALIBRA-ANT.
      *-----------------------
      * LECTURA RANDOM DE LA IMAGEN ANTES. SI LA VERSION NO EXISTE
      * LA TRANSACCION SE RECHAZA.

           MOVE TRC-COD-DISPO           TO CAL-FD-COD-DISPO.
           MOVE TRC-FEC-DESDE           TO CAL-FD-FEC-DESDE.

           READ CALIBRA RECORD INTO REG-CALIBRA-ANT
                KEY IS REG-CALIBRA-KEY-FD.

           EVALUATE TRUE
               WHEN 88-FS-CALIBRA-OK
                    CONTINUE
               WHEN 88-FS-CALIBRA-NFD
                    MOVE 'VERSION NO EXISTE EN CALIBRA' TO EXCEP-TIPO
                    MOVE TRC-FEC-DESDE   TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN OTHER
                    DISPLAY 'ERROR READ CALIBRA FS: ' FS-CALIBRA
                    MOVE 'ERROR READ CALIBRA' TO EXCEP-TIPO
                    MOVE FS-CALIBRA      TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
           END-EVALUATE.

       24000-APLICO-BAJA.
      *-------------------

           PERFORM 23100-LEO-CALIBRA-ANT.

           IF 88-TR-VALIDA-SI
              DELETE CALIBRA RECORD

              EVALUATE TRUE
                  WHEN 88-FS-CALIBRA-OK
                       ADD 1 TO WS-BAJAS
                       PERFORM 26150-AUDITO-ANTES
                       PERFORM 26250-AUDITO-ELIMINADO
                  WHEN OTHER
                       DISPLAY 'ERROR DELETE CALIBRA FS: ' FS-CALIBRA
                       MOVE 'ERROR DELETE CALIBRA' TO EXCEP-TIPO
                       MOVE FS-CALIBRA   TO EXCEP-VALOR
                       PERFORM 25000-RECHAZO-TRANSACC
              END-EVALUATE
           END-IF.

       25000-RECHAZO-TRANSACC.
      *------------------------
      * GRABA EL RECHAZO EN EL FORMATO UNICO DE EXCEPCION. EL QUE
      * LLAMA YA DEJO CARGADOS EXCEP-TIPO Y EXCEP-VALOR. LAS
      * TRANSACCIONES NO TRAEN FECHA/HORA DE TOMA NI FABRICANTE,
      * ESOS CAMPOS QUEDAN EN CERO Y EN BLANCO.

           SET 88-TR-VALIDA-NO TO TRUE.

           MOVE TRC-COD-DISPO           TO EXCEP-COD-DISPO.
           MOVE SPACES                  TO EXCEP-COD-FABRICANTE.
           MOVE ZEROES                  TO EXCEP-FECHA-DD
                                           EXCEP-FECHA-MM
                                           EXCEP-FECHA-AAAA
                                           EXCEP-HH
                                           EXCEP-MM
                                           EXCEP-SS.

           WRITE REG-RECHAZOS-FD  FROM REG-EXCEPCIO.

           EVALUATE FS-RECHAZOS
               WHEN '00'
                    ADD 1           TO WS-RECHAZADAS
               WHEN OTHER
                    DISPLAY 'ERROR WRITE RECHAZOS FS: ' FS-RECHAZOS

           END-EVALUATE.

       26100-AUDITO-ANTES-INEXIST.
      *----------------------------

           PERFORM 26500-CARGO-ACCION.
           MOVE 'ANTES'                 TO DETAUD-IMAGEN.
           MOVE TRC-COD-DISPO           TO DETAUD-COD-DISPO.
           MOVE TRC-FEC-DESDE           TO DETAUD-FEC-DESDE.
           MOVE '(INEXISTENTE)'         TO DETAUD-NOTA.
           MOVE SPACES                  TO DETAUD-USUARIO.
           PERFORM 27000-GRABO-AUDITORI.

       26150-AUDITO-ANTES.
      *--------------------

           PERFORM 26500-CARGO-ACCION.
           MOVE 'ANTES'                 TO DETAUD-IMAGEN.
           MOVE CALANT-COD-DISPO        TO DETAUD-COD-DISPO.
           MOVE CALANT-FEC-DESDE        TO DETAUD-FEC-DESDE.
           MOVE SPACES                  TO DETAUD-VALORES.
           MOVE CALANT-FEC-HASTA        TO DETAUD-FEC-HASTA.
           MOVE CALANT-OFS-TEMP         TO DETAUD-OFS-TEMP.
           MOVE CALANT-OFS-HUM          TO DETAUD-OFS-HUM.
           MOVE CALANT-FEC-VTO-CERT     TO DETAUD-FEC-VTO-CERT.
           MOVE CALANT-NRO-CERT         TO DETAUD-NRO-CERT.
           MOVE CALANT-USUARIO          TO DETAUD-USUARIO.
           PERFORM 27000-GRABO-AUDITORI.

       26200-AUDITO-DESPUES.
      *----------------------

           MOVE SPACES                  TO DETAUD-ACCION.
           MOVE 'DESPUES'               TO DETAUD-IMAGEN.
           MOVE CAL-COD-DISPO           TO DETAUD-COD-DISPO.
           MOVE CAL-FEC-DESDE           TO DETAUD-FEC-DESDE.
           MOVE SPACES                  TO DETAUD-VALORES.
           MOVE CAL-FEC-HASTA           TO DETAUD-FEC-HASTA.
           MOVE CAL-OFS-TEMP            TO DETAUD-OFS-TEMP.
           MOVE CAL-OFS-HUM             TO DETAUD-OFS-HUM.
           MOVE CAL-FEC-VTO-CERT        TO DETAUD-FEC-VTO-CERT.
           MOVE CAL-NRO-CERT            TO DETAUD-NRO-CERT.
           MOVE CAL-USUARIO             TO DETAUD-USUARIO.
           PERFORM 27000-GRABO-AUDITORI.

       26250-AUDITO-ELIMINADO.
      *------------------------
      * LA BAJA NO DEJA IMAGEN NUEVA EN EL MAESTRO: EL USUARIO QUE
      * LA PIDIO QUEDA SOLO EN ESTA LINEA DE LA AUDITORIA.

           MOVE SPACES                  TO DETAUD-ACCION.
           MOVE 'DESPUES'               TO DETAUD-IMAGEN.
           MOVE TRC-COD-DISPO           TO DETAUD-COD-DISPO.
           MOVE TRC-FEC-DESDE           TO DETAUD-FEC-DESDE.
           MOVE '(ELIMINADO)'           TO DETAUD-NOTA.
           MOVE TRC-USUARIO             TO DETAUD-USUARIO.
           PERFORM 27000-GRABO-AUDITORI.

       26500-CARGO-ACCION.
      *--------------------

           EVALUATE TRUE
               WHEN 88-TRC-ALTA
                    MOVE 'ALTA'          TO DETAUD-ACCION
               WHEN 88-TRC-MODIFICACION
                    MOVE 'MODIF'         TO DETAUD-ACCION
               WHEN 88-TRC-BAJA
                    MOVE 'BAJA'          TO DETAUD-ACCION
           END-EVALUATE.

       27000-GRABO-AUDITORI.
      *----------------------

           IF WS-LINEAS > WS-LINEAS-MAX
              PERFORM 27500-IMPRIMO-TITULOS
           END-IF.
           MOVE DETAUD    TO REG-AUDITORI.

           PERFORM 28000-WRITE-AUDITORI.

       27500-IMPRIMO-TITULOS.
      *----------------------

           ADD 1 TO TIT01-PAGINA.

           MOVE TIT01       TO REG-AUDITORI.
           PERFORM 28000-WRITE-AUDITORI.

           PERFORM 29000-CARGO-FECHA-HORA.
           MOVE TIT02       TO REG-AUDITORI.
           PERFORM 28000-WRITE-AUDITORI.

           MOVE TIT03       TO REG-AUDITORI.
           PERFORM 28000-WRITE-AUDITORI.

           MOVE TIT04       TO REG-AUDITORI.
           PERFORM 28000-WRITE-AUDITORI.

           MOVE TIT05       TO REG-AUDITORI.
           PERFORM 28000-WRITE-AUDITORI.

      * WRITE AUDITORI + AGREGADO DE PAGINACION
       28000-WRITE-AUDITORI.
      *----------------------

           IF WS-LINEAS > WS-LINEAS-MAX
              MOVE 0                  TO WS-LINEAS
              WRITE REG-AUDITORI-FD   FROM REG-AUDITORI AFTER PAGE
           ELSE
              WRITE REG-AUDITORI-FD   FROM REG-AUDITORI AFTER 1
           END-IF.

           EVALUATE FS-AUDITORI
               WHEN '00'
                    ADD 1           TO WS-LINEAS
               WHEN OTHER
                    DISPLAY 'ERROR WRITE AUDITORI FS: ' FS-AUDITORI

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

           PERFORM 30100-TOTALES-MANT.

           PERFORM 31000-CIERRO-ARCHIVOS.

       30100-TOTALES-MANT.
      *-------------------
      * IMPRIME AL PIE DEL INFORME DE AUDITORIA LA CUADRATURA DEL
      * MANTENIMIENTO: TODA TRANSACCION LEIDA TIENE QUE HABER
      * TERMINADO APLICADA O RECHAZADA. UNA DIFERENCIA DISTINTA DE
      * CERO DEJA RETURN-CODE 8; RECHAZOS SIN DIFERENCIA, 4.

           MOVE TIT06       TO REG-AUDITORI.
           PERFORM 28000-WRITE-AUDITORI.

           MOVE CTRL-01     TO REG-AUDITORI.
           PERFORM 28000-WRITE-AUDITORI.

           MOVE WS-LEIDAS            TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-AUDITORI.
           PERFORM 28000-WRITE-AUDITORI.

           MOVE 'ALTAS APLICADAS            : ' TO DETCTRL2-CONCEPTO.
           MOVE WS-ALTAS             TO DETCTRL2-CANT.
           MOVE DETCTRL2             TO REG-AUDITORI.
           PERFORM 28000-WRITE-AUDITORI.

           MOVE 'MODIFICACIONES APLICADAS   : ' TO DETCTRL2-CONCEPTO.
           MOVE WS-MODIFICACIONES    TO DETCTRL2-CANT.
           MOVE DETCTRL2             TO REG-AUDITORI.
           PERFORM 28000-WRITE-AUDITORI.

           MOVE 'BAJAS APLICADAS            : ' TO DETCTRL2-CONCEPTO.
           MOVE WS-BAJAS             TO DETCTRL2-CANT.
           MOVE DETCTRL2             TO REG-AUDITORI.
           PERFORM 28000-WRITE-AUDITORI.

           MOVE 'TRANSACCIONES RECHAZADAS   : ' TO DETCTRL2-CONCEPTO.
           MOVE WS-RECHAZADAS        TO DETCTRL2-CANT.
           MOVE DETCTRL2             TO REG-AUDITORI.
           PERFORM 28000-WRITE-AUDITORI.

           COMPUTE WS-DIF-MANT = WS-LEIDAS
                               - WS-ALTAS
                               - WS-MODIFICACIONES
                               - WS-BAJAS
                               - WS-RECHAZADAS.
           MOVE WS-DIF-MANT          TO DETCTRL3-DIF.
           MOVE DETCTRL3             TO REG-AUDITORI.
           PERFORM 28000-WRITE-AUDITORI.

           IF WS-DIF-MANT NOT = 0
              DISPLAY 'EL MANTENIMIENTO NO CUADRA'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-RECHAZADAS > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

      * UN ERROR DE LECTURA DEJO TRANSACCIONES SIN APLICAR: AUNQUE
      * LO LEIDO CUADRE, EL MANTENIMIENTO NO ESTA COMPLETO.
           IF 88-ERROR-TRANCAL-SI
              DISPLAY 'MANTENIMIENTO TRUNCO POR ERROR DE LECTURA'
              MOVE 16 TO RETURN-CODE
           END-IF.

       30900-GRABO-BITACORA.
      *----------------------
      * AGREGA ESTA CORRIDA A LA BITACORA DE CICLO CON SU RETORNO
      * FINAL. UN ERROR DE LA BITACORA SE AVISA PERO NO CAMBIA EL
      * RETORNO: EL PROCESO YA TERMINO.
      * LEIDOS = TRANSACCIONES LEIDAS, GRABADOS = ALTAS,
      * MODIFICACIONES Y BAJAS APLICADAS, RECHAZOS = TRANSACCIONES
      * RECHAZADAS.

           MOVE SPACES                  TO REG-BITACORA.
           MOVE 'ESTEMP14'              TO BIT-PROGRAMA.
           MOVE WS-BIT-FEC-CICLO        TO BIT-FEC-CICLO.
           MOVE SPACES                  TO BIT-FEC-DESDE.
           MOVE SPACES                  TO BIT-FEC-HASTA.
           MOVE WS-BIT-FEC-INICIO       TO BIT-FEC-INICIO.
           MOVE WS-BIT-HOR-INICIO       TO BIT-HOR-INICIO.

           MOVE FUNCTION CURRENT-DATE   TO WS-BIT-AHORA.
           PERFORM 10011-ARMO-AHORA-ISO.
           MOVE WS-BIT-FECISO           TO BIT-FEC-FIN.
           MOVE WS-BIT-HORISO           TO BIT-HOR-FIN.

           MOVE WS-LEIDAS               TO BIT-CANT-LEIDOS.
           COMPUTE BIT-CANT-GRABADOS = WS-ALTAS
                                     + WS-MODIFICACIONES
                                     + WS-BAJAS.
           MOVE WS-RECHAZADAS           TO BIT-CANT-RECHAZOS.
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

           IF 88-OPEN-TRANCAL-SI
              SET 88-OPEN-TRANCAL-NO TO TRUE
              PERFORM 31100-CIERRO-TRANCAL
           END-IF.

           IF 88-OPEN-CALIBRA-SI
              SET 88-OPEN-CALIBRA-NO TO TRUE
              PERFORM 31130-CIERRO-CALIBRA
           END-IF.

           IF 88-OPEN-MAEDISP-SI
              SET 88-OPEN-MAEDISP-NO TO TRUE
              PERFORM 31135-CIERRO-MAEDISP
           END-IF.

           IF 88-OPEN-AUDITORI-SI
              SET 88-OPEN-AUDITORI-NO TO TRUE
              PERFORM 31120-CIERRO-AUDITORI
           END-IF.

           IF 88-OPEN-RECHAZOS-SI
              SET 88-OPEN-RECHAZOS-NO TO TRUE
              PERFORM 31140-CIERRO-RECHAZOS
           END-IF.

       31100-CIERRO-TRANCAL.
      *----------------------

           CLOSE TRANCAL.

           EVALUATE TRUE
               WHEN 88-FS-TRANCAL-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE TRANCAL FS: ' FS-TRANCAL
                    PERFORM 99000-ABORTO

           END-EVALUATE.

       31120-CIERRO-AUDITORI.
      *----------------------

           CLOSE AUDITORI.

           EVALUATE TRUE
               WHEN 88-FS-AUDITORI-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE AUDITORI FS: ' FS-AUDITORI
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

       31140-CIERRO-RECHAZOS.
      *----------------------

           CLOSE RECHAZOS.

           EVALUATE TRUE
               WHEN 88-FS-RECHAZOS-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RECHAZOS FS: ' FS-RECHAZOS
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
