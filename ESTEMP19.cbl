       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. ESTEMP19.
      *AUTHOR. SEBASTIAN SASSONE.
      *DATE-WRITTEN. 14/10/2026.
      *DATE-COMPILED. EARRING.
      *----------------------------------------------------------------
      *ESTE ES UN PROGRAMA DE MANTENIMIENTO BATCH DEL MAESTRO DE
      *UMBRALES DE OPERACION UMBRALES (COPY WCODUMB). LOS LIMITES DE
      *UN DISPOSITIVO CAMBIAN CON EL PRODUCTO QUE TRANSPORTA Y CADA
      *CAMBIO ES UNA VERSION NUEVA CON SU VIGENCIA DESDE/HASTA (FECHA
      *Y HORA), ASI UNA ALERTA SE PUEDE JUZGAR SIEMPRE CONTRA EL
      *LIMITE QUE ESTABA VIGENTE CUANDO SE TOMO LA LECTURA. ESTE
      *PROGRAMA APLICA UN ARCHIVO DE TRANSACCIONES DE ALTAS (A),
      *MODIFICACIONES (M) Y BAJAS (B) DE VERSIONES DE UMBRALES, CON
      *LAS MISMAS REGLAS DE ESTEMP05: VALIDA ANTES DE APLICAR
      *(DISPOSITIVO EXISTENTE EN MAEDISP, FECHAS Y HORAS BIEN
      *FORMADAS, LIMITES NUMERICOS, DENTRO DEL RANGO FISICO VALIDO Y
      *CON EL MINIMO MENOR AL MAXIMO, Y VIGENCIAS DE UN MISMO
      *DISPOSITIVO QUE NO SE SUPERPONGAN), IMPRIME UN INFORME DE
      *AUDITORIA CON LA IMAGEN ANTES/DESPUES DE CADA VERSION TOCADA,
      *EL USUARIO QUE LA CAMBIO Y CUANDO, Y GRABA LAS TRANSACCIONES
      *RECHAZADAS EN EL FORMATO UNICO DE EXCEPCION DE LA APLICACION
      *(COPY WREGEXC).
      *ESTEMP03 CONTROLA CADA LECTURA CONTRA LA VERSION VIGENTE EN SU
      *FECTOMA/HORTOMA Y DEJA EN LA ALERTA LA VIGENCIA Y EL USUARIO
      *DE ESA VERSION; ESTEMP16 Y ESTEMP17 USAN LA MISMA REGLA.
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

           SELECT TRANUMB         ASSIGN       TO TRANUMB
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-TRANUMB.

      *---------------------------------------------
      * ACCESO DINAMICO: RANDOM PARA ALTAS, MODIFICACIONES Y BAJAS
      * Y SECUENCIAL (START + READ NEXT) PARA RECORRER LAS DEMAS
      * VERSIONES DEL DISPOSITIVO AL CONTROLAR SUPERPOSICIONES.
      *---------------------------------------------
           SELECT UMBRALES        ASSIGN       TO UMBRALES
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE  IS DYNAMIC
                                  RECORD KEY   IS REG-UMBRAL-KEY-FD
                                  FILE STATUS  IS FS-UMBRALES.

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
      * ARCHIVO DE TRANSACCIONES DE UMBRALES. UNA TRANSACCION POR
      * REGISTRO: A = ALTA, M = MODIFICACION, B = BAJA. LA CLAVE ES
      * DISPOSITIVO + FECHA Y HORA DESDE; PARA LAS BAJAS SOLO SE
      * USAN LA CLAVE Y EL USUARIO. LA HORA DESDE EN BLANCO ES
      * 00:00:00; LA FECHA HASTA EN BLANCO ES UNA VERSION ABIERTA Y,
      * SI VIENE SIN HORA, LA HORA HASTA ES 23:59:59 (TODO EL DIA).
      * LOS LIMITES DE TEMPERATURA LLEVAN SIGNO SEPARADO ADELANTE,
      * COMO EN EL MAESTRO.
      *---------------------------------------------
       FD  TRANUMB
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-TRANUMB.
           03 TRU-ACCION                  PIC X(01).
              88 88-TRU-ALTA                        VALUE 'A'.
              88 88-TRU-MODIFICACION                VALUE 'M'.
              88 88-TRU-BAJA                        VALUE 'B'.
           03 TRU-COD-DISPO               PIC X(05).
           03 TRU-VIG-DESDE.
              05 TRU-FEC-DESDE            PIC X(10).
              05 TRU-HOR-DESDE            PIC X(08).
           03 TRU-VIG-HASTA.
              05 TRU-FEC-HASTA            PIC X(10).
              05 TRU-HOR-HASTA            PIC X(08).
           03 TRU-TEMP-MIN                PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 TRU-TEMP-MAX                PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 TRU-HUM-MIN                 PIC 9(03)V9(02).
           03 TRU-HUM-MAX                 PIC 9(03)V9(02).
           03 TRU-USUARIO                 PIC X(08).
           03 FILLER                      PIC X(02).

       FD  UMBRALES.
       01  ENT-REG-UMBRAL.
           03 REG-UMBRAL-KEY-FD.
              05 UMB-FD-COD-DISPO         PIC X(05).
              05 UMB-FD-VIG-DESDE         PIC X(18).
           03 FILLER                      PIC X(77).

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

       77  FS-TRANUMB                    PIC X(02) VALUE ' '.
           88 88-FS-TRANUMB-OK                     VALUE '00'.
           88 88-FS-TRANUMB-EOF                    VALUE '10'.

       77  WS-OPEN-TRANUMB               PIC X     VALUE 'N'.
           88 88-OPEN-TRANUMB-SI                   VALUE 'S'.
           88 88-OPEN-TRANUMB-NO                   VALUE 'N'.

       77  FS-UMBRALES                   PIC X(02) VALUE ' '.
           88 88-FS-UMBRALES-OK                    VALUE '00' '97'.
           88 88-FS-UMBRALES-EOF                   VALUE '10'.
           88 88-FS-UMBRALES-NFD                   VALUE '23'.
           88 88-FS-UMBRALES-DUP                   VALUE '22'.

       77  WS-OPEN-UMBRALES              PIC X     VALUE 'N'.
           88 88-OPEN-UMBRALES-SI                  VALUE 'S'.
           88 88-OPEN-UMBRALES-NO                  VALUE 'N'.

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
       77  WS-ERROR-TRANUMB              PIC X(01) VALUE 'N'.
           88 88-ERROR-TRANUMB-SI                  VALUE 'S'.
           88 88-ERROR-TRANUMB-NO                  VALUE 'N'.

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
      * RANGO FISICO VALIDO (EL MISMO DEL LISTADOR Y LA CARGA): UN
      * LIMITE FUERA DE ESTE RANGO NO SE PUEDE ALCANZAR NUNCA Y ES
      * UN ERROR DE CARGA DE LA TRANSACCION.
      *---------------------------------------------
       77  WS-TEMP-MINIMA-VALIDA         PIC S9(04)V9(04)
                                         VALUE -60,0000.
       77  WS-TEMP-MAXIMA-VALIDA         PIC S9(04)V9(04)
                                         VALUE 60,0000.
       77  WS-HUM-MAXIMA-VALIDA          PIC 9(03)V9(02)  VALUE 100,00.
       77  WS-TEMP-ED                    PIC ---9,9999.
       77  WS-HUM-ED                     PIC ZZ9,99.

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
      * VALIDACION DE FORMATO DE UNA HORA HH:MM:SS (LA QUE DEJE
      * CARGADA EL QUE LLAMA EN WS-HOR-VALIDAR).
      *---------------------------------------------
       01  WS-HOR-VALIDAR.
           03 WS-HORVAL-HH               PIC X(02).
           03 WS-HORVAL-SEP1             PIC X(01).
           03 WS-HORVAL-MM               PIC X(02).
           03 WS-HORVAL-SEP2             PIC X(01).
           03 WS-HORVAL-SS               PIC X(02).
       77  WS-HOR-VALIDA                 PIC X(01) VALUE 'S'.
           88 88-HOR-VALIDA-SI                     VALUE 'S'.
           88 88-HOR-VALIDA-NO                     VALUE 'N'.

      *---------------------------------------------
      * CONTROL DE SUPERPOSICION DE VIGENCIAS: LA VERSION NUEVA Y
      * CADA UNA DE LAS OTRAS VERSIONES DEL DISPOSITIVO, CON LA
      * VIGENCIA HASTA EN BLANCO LLEVADA AL FIN DE LOS TIEMPOS. DOS
      * VIGENCIAS SE PISAN SI CADA UNA EMPIEZA ANTES DE QUE TERMINE
      * LA OTRA. FECHA + HORA (AAAA-MM-DDHH:MM:SS) SE COMPARAN BIEN
      * COMO TEXTO.
      *---------------------------------------------
       01  WS-NVA-HASTA                  PIC X(18) VALUE SPACES.
       01  WS-OTRA-HASTA                 PIC X(18) VALUE SPACES.
       01  WS-VIG-FIN-TIEMPOS            PIC X(18)
                                         VALUE '9999-12-3123:59:59'.
       77  WS-FIN-VERSIONES              PIC X(01) VALUE 'N'.
           88 88-FIN-VERSIONES-SI                  VALUE 'S'.
           88 88-FIN-VERSIONES-NO                  VALUE 'N'.

       77  WS-LINEAS                     PIC 9(02) VALUE 90.
       77  WS-LINEAS-MAX                 PIC 9(02) VALUE 60.

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO UMBRALES. REG-UMBRAL SE USA COMO
      * IMAGEN "DESPUES" (LA TRANSACCION APLICADA), REG-UMBRAL-ANT
      * COMO IMAGEN "ANTES" (LO LEIDO DEL ARCHIVO) Y REG-UMBRAL-OTRA
      * PARA RECORRER LAS DEMAS VERSIONES DEL DISPOSITIVO.
      *---------------------------------------------
       COPY WCODUMB.

       01  REG-UMBRAL-ANT.
           03 UMBANT-KEY.
              05 UMBANT-COD-DISPO         PIC X(05).
              05 UMBANT-VIG-DESDE.
                 07 UMBANT-FEC-DESDE      PIC X(10).
                 07 UMBANT-HOR-DESDE      PIC X(08).
           03 UMBANT-VIG-HASTA.
              05 UMBANT-FEC-HASTA         PIC X(10).
              05 UMBANT-HOR-HASTA         PIC X(08).
           03 UMBANT-TEMP-MIN             PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 UMBANT-TEMP-MAX             PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 UMBANT-HUM-MIN              PIC 9(03)V9(02).
           03 UMBANT-HUM-MAX              PIC 9(03)V9(02).
           03 UMBANT-USUARIO              PIC X(08).
           03 UMBANT-FEC-MODIF            PIC X(10).
           03 UMBANT-HOR-MODIF            PIC X(08).
           03 FILLER                      PIC X(05).

       01  REG-UMBRAL-OTRA.
           03 UMBOTR-KEY.
              05 UMBOTR-COD-DISPO         PIC X(05).
              05 UMBOTR-VIG-DESDE         PIC X(18).
           03 UMBOTR-VIG-HASTA            PIC X(18).
           03 FILLER                      PIC X(59).

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
          03 TIT01-PROGRAMA              PIC X(08) VALUE 'ESTEMP19'.
          03 FILLER                      PIC X(30) VALUE ' '.
          03 FILLER                      PIC X(33) VALUE
                                'UMBRALES MAINTENANCE AUDIT REPORT'.
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
          03 FILLER                    PIC X(19) VALUE 'VIGENCIA DESDE'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(19) VALUE 'VIGENCIA HASTA'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(09) VALUE 'TEMP.MIN'.
          03 FILLER                    PIC X(02) VALUE ' '.
          03 FILLER                    PIC X(09) VALUE 'TEMP.MAX'.
          03 FILLER                    PIC X(02) VALUE ' '.
          03 FILLER                    PIC X(06) VALUE 'HUM.MI'.
          03 FILLER                    PIC X(02) VALUE ' '.
          03 FILLER                    PIC X(06) VALUE 'HUM.MA'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(08) VALUE 'USUARIO'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(19) VALUE
                                                 'MODIFICADO EL'.

       01 TIT05.
          03 FILLER                    PIC X(06) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(07) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(05) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(19) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(19) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(09) VALUE ALL '-'.
          03 FILLER                    PIC X(02) VALUE ' '.
          03 FILLER                    PIC X(09) VALUE ALL '-'.
          03 FILLER                    PIC X(02) VALUE ' '.
          03 FILLER                    PIC X(06) VALUE ALL '-'.
          03 FILLER                    PIC X(02) VALUE ' '.
          03 FILLER                    PIC X(06) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(08) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(19) VALUE ALL '-'.

      *---------------------------------------------
      * LINEA DE DETALLE DEL INFORME DE AUDITORIA: UNA LINEA POR
      * IMAGEN (ANTES/DESPUES) DE CADA VERSION TOCADA. LA VISTA
      * DETAUD-NOTA TAPA LOS VALORES CON LA LEYENDA DE UNA IMAGEN
      * INEXISTENTE O ELIMINADA; EL USUARIO Y EL MOMENTO DEL CAMBIO
      * SE IMPRIMEN SIEMPRE.
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
          03 DETAUD-HOR-DESDE          PIC X(08).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETAUD-VALORES.
             05 DETAUD-FEC-HASTA       PIC X(10).
             05 FILLER                 PIC X(01) VALUE ' '.
             05 DETAUD-HOR-HASTA       PIC X(08).
             05 FILLER                 PIC X(01) VALUE ' '.
             05 DETAUD-TEMP-MIN        PIC ---9,9999.
             05 FILLER                 PIC X(02) VALUE ' '.
             05 DETAUD-TEMP-MAX        PIC ---9,9999.
             05 FILLER                 PIC X(02) VALUE ' '.
             05 DETAUD-HUM-MIN         PIC ZZ9,99.
             05 FILLER                 PIC X(02) VALUE ' '.
             05 DETAUD-HUM-MAX         PIC ZZ9,99.
          03 DETAUD-NOTA REDEFINES DETAUD-VALORES
                                       PIC X(56).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETAUD-USUARIO            PIC X(08).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETAUD-FEC-MODIF          PIC X(10).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETAUD-HOR-MODIF          PIC X(08).

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
      * LA FECHA/HORA DE INICIO ES TAMBIEN LA QUE QUEDA COMO
      * MOMENTO DE LA MODIFICACION EN CADA VERSION APLICADA.
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
             UNTIL 88-FS-TRANUMB-EOF.

           PERFORM 30000-FINALIZO.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10010-INICIO-BITACORA.

           PERFORM 10100-ABRO-TRANUMB.

           PERFORM 10200-ABRO-AUDITORI.

           PERFORM 10250-ABRO-RECHAZOS.

           PERFORM 10300-ABRO-UMBRALES.

           PERFORM 10350-ABRO-MAEDISP.

           PERFORM 15000-LEO-TRANUMB.

           IF 88-FS-TRANUMB-EOF
              DISPLAY ' '
              DISPLAY 'NO HAY TRANSACCIONES DE UMBRALES'
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

       10100-ABRO-TRANUMB.
      *---------------------

           OPEN INPUT TRANUMB.

           EVALUATE FS-TRANUMB
               WHEN '00'
                    SET 88-OPEN-TRANUMB-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN TRANUMB FS: ' FS-TRANUMB
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

       10300-ABRO-UMBRALES.
      *--------------------
      * EL MAESTRO SE ABRE I-O PORQUE ESTE PROGRAMA ES EL UNICO
      * CAMINO DE ACTUALIZACION DE UMBRALES (ALTAS, REWRITE, DELETE).
      * ESTEMP05 SOLO AGREGA LAS COPIAS DE UN REEMPLAZO DE
      * DISPOSITIVO.

           OPEN I-O UMBRALES.

           EVALUATE FS-UMBRALES
               WHEN '00'
                    SET 88-OPEN-UMBRALES-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN UMBRALES FS: ' FS-UMBRALES
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10350-ABRO-MAEDISP.
      *-------------------
      * MAEDISP SOLO SE CONSULTA: UNA VERSION DE UMBRALES NO SE
      * PUEDE DAR DE ALTA PARA UN DISPOSITIVO QUE NO EXISTE.

           OPEN INPUT MAEDISP.

           EVALUATE FS-MAEDISP
               WHEN '00'
                    SET 88-OPEN-MAEDISP-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN MAEDISP FS: ' FS-MAEDISP
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       15000-LEO-TRANUMB.
      *--------------------

           READ TRANUMB.

           EVALUATE TRUE
               WHEN 88-FS-TRANUMB-OK
                    ADD 1 TO WS-LEIDAS
               WHEN 88-FS-TRANUMB-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR READ TRANUMB FS: ' FS-TRANUMB
                    SET 88-ERROR-TRANUMB-SI TO TRUE
                    SET 88-FS-TRANUMB-EOF TO TRUE
           END-EVALUATE.

       20000-PROCESO.
      *-------------

           PERFORM 21000-VALIDO-TRANSACC.

           IF 88-TR-VALIDA-SI
              EVALUATE TRUE
                  WHEN 88-TRU-ALTA
                       PERFORM 22000-APLICO-ALTA
                  WHEN 88-TRU-MODIFICACION
                       PERFORM 23000-APLICO-MODIFICACION
                  WHEN 88-TRU-BAJA
                       PERFORM 24000-APLICO-BAJA
              END-EVALUATE
           END-IF.

           PERFORM 15000-LEO-TRANUMB.

       21000-VALIDO-TRANSACC.
      *----------------------
      * VALIDA LA TRANSACCION ANTES DE TOCAR EL MAESTRO: ACCION
      * CONOCIDA, CLAVE INFORMADA Y BIEN FORMADA, USUARIO
      * INFORMADO Y (PARA ALTAS Y MODIFICACIONES) DISPOSITIVO EN
      * MAEDISP, VIGENCIA Y LIMITES CORRECTOS, SIN PISAR LA
      * VIGENCIA DE OTRA VERSION DEL MISMO DISPOSITIVO.
      * LA HORA DESDE EN BLANCO SE COMPLETA ANTES DE VALIDAR: ES
      * PARTE DE LA CLAVE Y LAS MODIFICACIONES Y BAJAS LA USAN PARA
      * ENCONTRAR LA VERSION.

           SET 88-TR-VALIDA-SI TO TRUE.

           IF TRU-HOR-DESDE = SPACES
              MOVE '00:00:00'          TO TRU-HOR-DESDE
           END-IF.

           IF NOT 88-TRU-ALTA
              AND NOT 88-TRU-MODIFICACION
              AND NOT 88-TRU-BAJA
              MOVE 'ACCION INVALIDA'   TO EXCEP-TIPO
              MOVE TRU-ACCION          TO EXCEP-VALOR
              PERFORM 25000-RECHAZO-TRANSACC
           END-IF.

           IF 88-TR-VALIDA-SI
              AND TRU-COD-DISPO = SPACES
              MOVE 'CLAVE DISPOSITIVO VACIA' TO EXCEP-TIPO
              MOVE SPACES              TO EXCEP-VALOR
              PERFORM 25000-RECHAZO-TRANSACC
           END-IF.

           IF 88-TR-VALIDA-SI
              MOVE TRU-FEC-DESDE       TO WS-FEC-VALIDAR
              PERFORM 21900-VALIDO-FECHA
              IF 88-FEC-VALIDA-NO
                 MOVE 'FECHA DESDE INVALIDA' TO EXCEP-TIPO
                 MOVE TRU-FEC-DESDE    TO EXCEP-VALOR
                 PERFORM 25000-RECHAZO-TRANSACC
              END-IF
           END-IF.

           IF 88-TR-VALIDA-SI
              MOVE TRU-HOR-DESDE       TO WS-HOR-VALIDAR
              PERFORM 21950-VALIDO-HORA
              IF 88-HOR-VALIDA-NO
                 MOVE 'HORA DESDE INVALIDA' TO EXCEP-TIPO
                 MOVE TRU-HOR-DESDE    TO EXCEP-VALOR
                 PERFORM 25000-RECHAZO-TRANSACC
              END-IF
           END-IF.

           IF 88-TR-VALIDA-SI
              AND TRU-USUARIO = SPACES
              MOVE 'USUARIO NO INFORMADO' TO EXCEP-TIPO
              MOVE SPACES              TO EXCEP-VALOR
              PERFORM 25000-RECHAZO-TRANSACC
           END-IF.

           IF 88-TR-VALIDA-SI
              AND (88-TRU-ALTA OR 88-TRU-MODIFICACION)
              PERFORM 21100-VALIDO-DISPOSITIVO
              IF 88-TR-VALIDA-SI
                 PERFORM 21200-VALIDO-VIGENCIA
              END-IF
              IF 88-TR-VALIDA-SI
                 PERFORM 21300-VALIDO-LIMITES
              END-IF
              IF 88-TR-VALIDA-SI
                 PERFORM 21500-CONTROLO-SUPERPOSICION
              END-IF
           END-IF.

       21100-VALIDO-DISPOSITIVO.
      *--------------------------

           MOVE TRU-COD-DISPO           TO REG-MAEDISP-KEY-FD.

           READ MAEDISP INTO REG-MAEDISP.

           EVALUATE TRUE
               WHEN 88-FS-MAEDISP-OK
                    CONTINUE
               WHEN 88-FS-MAEDISP-NFD
                    MOVE 'DISPOSITIVO NO EN MAEDISP' TO EXCEP-TIPO
                    MOVE TRU-COD-DISPO   TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN OTHER
                    DISPLAY 'ERROR READ MAEDISP FS: ' FS-MAEDISP
                    MOVE 'ERROR READ MAEDISP' TO EXCEP-TIPO
                    MOVE FS-MAEDISP      TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
           END-EVALUATE.

       21200-VALIDO-VIGENCIA.
      *-----------------------
      * LA VIGENCIA HASTA ES OPCIONAL (EN BLANCO = VERSION ABIERTA);
      * SI VIENE, TIENE QUE SER UNA FECHA Y HORA (SIN HORA = HASTA
      * EL FIN DEL DIA) Y NO ANTERIOR A LA DESDE. UNA HORA SIN
      * FECHA NO SIGNIFICA NADA Y SE RECHAZA.

           EVALUATE TRUE
               WHEN TRU-FEC-HASTA = SPACES
                AND TRU-HOR-HASTA = SPACES
                    CONTINUE
               WHEN TRU-FEC-HASTA = SPACES
                    MOVE 'HORA HASTA SIN FECHA' TO EXCEP-TIPO
                    MOVE TRU-HOR-HASTA   TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN OTHER
                    IF TRU-HOR-HASTA = SPACES
                       MOVE '23:59:59'   TO TRU-HOR-HASTA
                    END-IF
                    PERFORM 21210-VALIDO-HASTA
           END-EVALUATE.

       21210-VALIDO-HASTA.
      *--------------------

           MOVE TRU-FEC-HASTA           TO WS-FEC-VALIDAR.
           PERFORM 21900-VALIDO-FECHA.
           MOVE TRU-HOR-HASTA           TO WS-HOR-VALIDAR.
           PERFORM 21950-VALIDO-HORA.

           EVALUATE TRUE
               WHEN 88-FEC-VALIDA-NO
                    MOVE 'FECHA HASTA INVALIDA' TO EXCEP-TIPO
                    MOVE TRU-FEC-HASTA   TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN 88-HOR-VALIDA-NO
                    MOVE 'HORA HASTA INVALIDA' TO EXCEP-TIPO
                    MOVE TRU-HOR-HASTA   TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN TRU-VIG-HASTA < TRU-VIG-DESDE
                    MOVE 'VIGENCIA HASTA ANTES DE DESDE'
                                         TO EXCEP-TIPO
                    MOVE TRU-FEC-HASTA   TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       21300-VALIDO-LIMITES.
      *----------------------
      * SE CHEQUEA NUMERIC ANTES DE COMPARAR: LA TRANSACCION SE
      * ARMA A MANO Y UN CAMPO BASURA ABENDARIA LA COMPARACION.
      * LOS LIMITES TIENEN QUE CAER DENTRO DEL RANGO FISICO VALIDO
      * Y EL MINIMO TIENE QUE SER MENOR AL MAXIMO.

           EVALUATE TRUE
               WHEN TRU-TEMP-MIN NOT NUMERIC
                    MOVE 'TEMP MINIMA NO NUMERICA' TO EXCEP-TIPO
                    MOVE TRU-TEMP-MIN(1:9) TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN TRU-TEMP-MAX NOT NUMERIC
                    MOVE 'TEMP MAXIMA NO NUMERICA' TO EXCEP-TIPO
                    MOVE TRU-TEMP-MAX(1:9) TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN TRU-HUM-MIN NOT NUMERIC
                    MOVE 'HUMEDAD MINIMA NO NUMERICA' TO EXCEP-TIPO
                    MOVE TRU-HUM-MIN(1:5)  TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN TRU-HUM-MAX NOT NUMERIC
                    MOVE 'HUMEDAD MAXIMA NO NUMERICA' TO EXCEP-TIPO
                    MOVE TRU-HUM-MAX(1:5)  TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN TRU-TEMP-MIN < WS-TEMP-MINIMA-VALIDA
                    MOVE TRU-TEMP-MIN      TO WS-TEMP-ED
                    MOVE 'TEMP MINIMA FUERA DE RANGO' TO EXCEP-TIPO
                    MOVE WS-TEMP-ED        TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN TRU-TEMP-MAX > WS-TEMP-MAXIMA-VALIDA
                    MOVE TRU-TEMP-MAX      TO WS-TEMP-ED
                    MOVE 'TEMP MAXIMA FUERA DE RANGO' TO EXCEP-TIPO
                    MOVE WS-TEMP-ED        TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN TRU-TEMP-MIN NOT < TRU-TEMP-MAX
                    MOVE TRU-TEMP-MIN      TO WS-TEMP-ED
                    MOVE 'TEMP MINIMA NO MENOR AL MAX' TO EXCEP-TIPO
                    MOVE WS-TEMP-ED        TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN TRU-HUM-MAX > WS-HUM-MAXIMA-VALIDA
                    MOVE TRU-HUM-MAX       TO WS-HUM-ED
                    MOVE 'HUMEDAD MAXIMA FUERA DE RANGO' TO EXCEP-TIPO
                    MOVE WS-HUM-ED         TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN TRU-HUM-MIN NOT < TRU-HUM-MAX
                    MOVE TRU-HUM-MIN       TO WS-HUM-ED
                    MOVE 'HUMEDAD MINIMA NO MENOR AL MAX'
                                           TO EXCEP-TIPO
                    MOVE WS-HUM-ED         TO EXCEP-VALOR
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

           IF TRU-VIG-HASTA = SPACES
              MOVE WS-VIG-FIN-TIEMPOS   TO WS-NVA-HASTA
           ELSE
              MOVE TRU-VIG-HASTA        TO WS-NVA-HASTA
           END-IF.

           MOVE TRU-COD-DISPO           TO UMB-FD-COD-DISPO.
           MOVE LOW-VALUES              TO UMB-FD-VIG-DESDE.

           START UMBRALES KEY IS NOT LESS THAN REG-UMBRAL-KEY-FD.

           EVALUATE TRUE
               WHEN 88-FS-UMBRALES-OK
                    SET 88-FIN-VERSIONES-NO TO TRUE
                    PERFORM 21510-COMPARO-OTRA-VERSION
                       UNTIL 88-FIN-VERSIONES-SI
               WHEN 88-FS-UMBRALES-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR START UMBRALES FS: ' FS-UMBRALES
                    MOVE 'ERROR START UMBRALES' TO EXCEP-TIPO
                    MOVE FS-UMBRALES     TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
           END-EVALUATE.

       21510-COMPARO-OTRA-VERSION.
      *----------------------------

           READ UMBRALES NEXT RECORD INTO REG-UMBRAL-OTRA.

           EVALUATE TRUE
               WHEN 88-FS-UMBRALES-EOF
                    SET 88-FIN-VERSIONES-SI TO TRUE
               WHEN NOT 88-FS-UMBRALES-OK
                    DISPLAY 'ERROR READ NEXT UMBRALES FS: '
                            FS-UMBRALES
                    MOVE 'ERROR READ UMBRALES' TO EXCEP-TIPO
                    MOVE FS-UMBRALES     TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
                    SET 88-FIN-VERSIONES-SI TO TRUE
               WHEN UMBOTR-COD-DISPO NOT = TRU-COD-DISPO
                    SET 88-FIN-VERSIONES-SI TO TRUE
               WHEN UMBOTR-VIG-DESDE = TRU-VIG-DESDE
                    CONTINUE
               WHEN OTHER
                    IF UMBOTR-VIG-HASTA = SPACES
                       MOVE WS-VIG-FIN-TIEMPOS TO WS-OTRA-HASTA
                    ELSE
                       MOVE UMBOTR-VIG-HASTA   TO WS-OTRA-HASTA
                    END-IF
                    IF UMBOTR-VIG-DESDE NOT > WS-NVA-HASTA
                       AND TRU-VIG-DESDE NOT > WS-OTRA-HASTA
                       MOVE 'VIGENCIA SUPERPUESTA' TO EXCEP-TIPO
                       MOVE UMBOTR-VIG-DESDE  TO EXCEP-VALOR
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

       21950-VALIDO-HORA.
      *-------------------
      * FORMATO HH:MM:SS CON PARTES NUMERICAS, HORA 00-23 Y MINUTOS
      * Y SEGUNDOS 00-59.

           SET 88-HOR-VALIDA-SI TO TRUE.

           IF WS-HORVAL-HH NOT NUMERIC
              OR WS-HORVAL-MM NOT NUMERIC
              OR WS-HORVAL-SS NOT NUMERIC
              OR WS-HORVAL-SEP1 NOT = ':'
              OR WS-HORVAL-SEP2 NOT = ':'
              SET 88-HOR-VALIDA-NO TO TRUE
           ELSE
              IF WS-HORVAL-HH > '23'
                 OR WS-HORVAL-MM > '59'
                 OR WS-HORVAL-SS > '59'
                 SET 88-HOR-VALIDA-NO TO TRUE
              END-IF
           END-IF.

       22000-APLICO-ALTA.
      *-------------------

           PERFORM 22100-ARMO-UMBRAL.

           WRITE ENT-REG-UMBRAL FROM REG-UMBRAL.

           EVALUATE TRUE
               WHEN 88-FS-UMBRALES-OK
                    ADD 1 TO WS-ALTAS
                    PERFORM 26100-AUDITO-ANTES-INEXIST
                    PERFORM 26200-AUDITO-DESPUES
               WHEN 88-FS-UMBRALES-DUP
                    MOVE 'ALTA DUPLICADA EN UMBRALES' TO EXCEP-TIPO
                    MOVE TRU-FEC-DESDE   TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN OTHER
                    DISPLAY 'ERROR WRITE UMBRALES FS: ' FS-UMBRALES
                    MOVE 'ERROR WRITE UMBRALES' TO EXCEP-TIPO
                    MOVE FS-UMBRALES     TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
           END-EVALUATE.

       22100-ARMO-UMBRAL.
      *-------------------
      * IMAGEN NUEVA COMPLETA DE LA VERSION A PARTIR DE LA
      * TRANSACCION (ALTA Y MODIFICACION REEMPLAZAN TODOS LOS
      * CAMPOS, COMO EN ESTEMP05), CON EL USUARIO QUE LA PIDIO Y
      * EL MOMENTO DE ESTA CORRIDA.

           MOVE SPACES                  TO REG-UMBRAL.
           MOVE TRU-COD-DISPO           TO UMBRAL-COD-DISPO.
           MOVE TRU-VIG-DESDE           TO UMBRAL-VIG-DESDE.
           MOVE TRU-VIG-HASTA           TO UMBRAL-VIG-HASTA.
           MOVE TRU-TEMP-MIN            TO UMBRAL-TEMP-MIN.
           MOVE TRU-TEMP-MAX            TO UMBRAL-TEMP-MAX.
           MOVE TRU-HUM-MIN             TO UMBRAL-HUM-MIN.
           MOVE TRU-HUM-MAX             TO UMBRAL-HUM-MAX.
           MOVE TRU-USUARIO             TO UMBRAL-USUARIO.
           MOVE WS-BIT-FEC-INICIO       TO UMBRAL-FEC-MODIF.
           MOVE WS-BIT-HOR-INICIO       TO UMBRAL-HOR-MODIF.

       23000-APLICO-MODIFICACION.
      *---------------------------
      * LEE LA IMAGEN ANTES, ARMA LA NUEVA Y REGRABA. EN EL INFORME
      * DE AUDITORIA QUEDAN LAS DOS IMAGENES DE LA VERSION.

           PERFORM 23100-LEO-UMBRAL-ANT.

           IF 88-TR-VALIDA-SI
              PERFORM 22100-ARMO-UMBRAL

              REWRITE ENT-REG-UMBRAL FROM REG-UMBRAL

              EVALUATE TRUE
                  WHEN 88-FS-UMBRALES-OK
                       ADD 1 TO WS-MODIFICACIONES
                       PERFORM 26150-AUDITO-ANTES
                       PERFORM 26200-AUDITO-DESPUES
                  WHEN OTHER
                       DISPLAY 'ERROR REWRITE UMBRALES FS: '
                               FS-UMBRALES
                       MOVE 'ERROR REWRITE UMBRALES' TO EXCEP-TIPO
                       MOVE FS-UMBRALES  TO EXCEP-VALOR
                       PERFORM 25000-RECHAZO-TRANSACC
              END-EVALUATE
           END-IF.

       23100-LEO-UMBRAL-ANT.
      *----------------------
      * LECTURA RANDOM DE LA IMAGEN ANTES. SI LA VERSION NO EXISTE
      * LA TRANSACCION SE RECHAZA.

           MOVE TRU-COD-DISPO           TO UMB-FD-COD-DISPO.
           MOVE TRU-VIG-DESDE           TO UMB-FD-VIG-DESDE.

           READ UMBRALES RECORD INTO REG-UMBRAL-ANT
                KEY IS REG-UMBRAL-KEY-FD.

           EVALUATE TRUE
               WHEN 88-FS-UMBRALES-OK
                    CONTINUE
               WHEN 88-FS-UMBRALES-NFD
                    MOVE 'VERSION NO EXISTE EN UMBRALES'
                                         TO EXCEP-TIPO
                    MOVE TRU-FEC-DESDE   TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN OTHER
                    DISPLAY 'ERROR READ UMBRALES FS: ' FS-UMBRALES
                    MOVE 'ERROR READ UMBRALES' TO EXCEP-TIPO
                    MOVE FS-UMBRALES     TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
           END-EVALUATE.

       24000-APLICO-BAJA.
      *-------------------

           PERFORM 23100-LEO-UMBRAL-ANT.

           IF 88-TR-VALIDA-SI
              DELETE UMBRALES RECORD

              EVALUATE TRUE
                  WHEN 88-FS-UMBRALES-OK
                       ADD 1 TO WS-BAJAS
                       PERFORM 26150-AUDITO-ANTES
                       PERFORM 26250-AUDITO-ELIMINADO
                  WHEN OTHER
                       DISPLAY 'ERROR DELETE UMBRALES FS: '
                               FS-UMBRALES
                       MOVE 'ERROR DELETE UMBRALES' TO EXCEP-TIPO
                       MOVE FS-UMBRALES  TO EXCEP-VALOR
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

           MOVE TRU-COD-DISPO           TO EXCEP-COD-DISPO.
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
           MOVE TRU-COD-DISPO           TO DETAUD-COD-DISPO.
           MOVE TRU-FEC-DESDE           TO DETAUD-FEC-DESDE.
           MOVE TRU-HOR-DESDE           TO DETAUD-HOR-DESDE.
           MOVE '(INEXISTENTE)'         TO DETAUD-NOTA.
           MOVE SPACES                  TO DETAUD-USUARIO
                                           DETAUD-FEC-MODIF
                                           DETAUD-HOR-MODIF.
           PERFORM 27000-GRABO-AUDITORI.

       26150-AUDITO-ANTES.
      *--------------------

           PERFORM 26500-CARGO-ACCION.
           MOVE 'ANTES'                 TO DETAUD-IMAGEN.
           MOVE UMBANT-COD-DISPO        TO DETAUD-COD-DISPO.
           MOVE UMBANT-FEC-DESDE        TO DETAUD-FEC-DESDE.
           MOVE UMBANT-HOR-DESDE        TO DETAUD-HOR-DESDE.
           MOVE SPACES                  TO DETAUD-VALORES.
           MOVE UMBANT-FEC-HASTA        TO DETAUD-FEC-HASTA.
           MOVE UMBANT-HOR-HASTA        TO DETAUD-HOR-HASTA.
           MOVE UMBANT-TEMP-MIN         TO DETAUD-TEMP-MIN.
           MOVE UMBANT-TEMP-MAX         TO DETAUD-TEMP-MAX.
           MOVE UMBANT-HUM-MIN          TO DETAUD-HUM-MIN.
           MOVE UMBANT-HUM-MAX          TO DETAUD-HUM-MAX.
           MOVE UMBANT-USUARIO          TO DETAUD-USUARIO.
           MOVE UMBANT-FEC-MODIF        TO DETAUD-FEC-MODIF.
           MOVE UMBANT-HOR-MODIF        TO DETAUD-HOR-MODIF.
           PERFORM 27000-GRABO-AUDITORI.

       26200-AUDITO-DESPUES.
      *----------------------

           MOVE SPACES                  TO DETAUD-ACCION.
           MOVE 'DESPUES'               TO DETAUD-IMAGEN.
           MOVE UMBRAL-COD-DISPO        TO DETAUD-COD-DISPO.
           MOVE UMBRAL-FEC-DESDE        TO DETAUD-FEC-DESDE.
           MOVE UMBRAL-HOR-DESDE        TO DETAUD-HOR-DESDE.
           MOVE SPACES                  TO DETAUD-VALORES.
           MOVE UMBRAL-FEC-HASTA        TO DETAUD-FEC-HASTA.
           MOVE UMBRAL-HOR-HASTA        TO DETAUD-HOR-HASTA.
           MOVE UMBRAL-TEMP-MIN         TO DETAUD-TEMP-MIN.
           MOVE UMBRAL-TEMP-MAX         TO DETAUD-TEMP-MAX.
           MOVE UMBRAL-HUM-MIN          TO DETAUD-HUM-MIN.
           MOVE UMBRAL-HUM-MAX          TO DETAUD-HUM-MAX.
           MOVE UMBRAL-USUARIO          TO DETAUD-USUARIO.
           MOVE UMBRAL-FEC-MODIF        TO DETAUD-FEC-MODIF.
           MOVE UMBRAL-HOR-MODIF        TO DETAUD-HOR-MODIF.
           PERFORM 27000-GRABO-AUDITORI.

       26250-AUDITO-ELIMINADO.
      *------------------------
      * LA BAJA NO DEJA IMAGEN NUEVA EN EL MAESTRO: EL USUARIO QUE
      * LA PIDIO Y EL MOMENTO QUEDAN SOLO EN ESTA LINEA DE LA
      * AUDITORIA.

           MOVE SPACES                  TO DETAUD-ACCION.
           MOVE 'DESPUES'               TO DETAUD-IMAGEN.
           MOVE TRU-COD-DISPO           TO DETAUD-COD-DISPO.
           MOVE TRU-FEC-DESDE           TO DETAUD-FEC-DESDE.
           MOVE TRU-HOR-DESDE           TO DETAUD-HOR-DESDE.
           MOVE '(ELIMINADO)'           TO DETAUD-NOTA.
           MOVE TRU-USUARIO             TO DETAUD-USUARIO.
           MOVE WS-BIT-FEC-INICIO       TO DETAUD-FEC-MODIF.
           MOVE WS-BIT-HOR-INICIO       TO DETAUD-HOR-MODIF.
           PERFORM 27000-GRABO-AUDITORI.

       26500-CARGO-ACCION.
      *--------------------

           EVALUATE TRUE
               WHEN 88-TRU-ALTA
                    MOVE 'ALTA'          TO DETAUD-ACCION
               WHEN 88-TRU-MODIFICACION
                    MOVE 'MODIF'         TO DETAUD-ACCION
               WHEN 88-TRU-BAJA
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
           IF 88-ERROR-TRANUMB-SI
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
           MOVE 'ESTEMP19'              TO BIT-PROGRAMA.
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

           IF 88-OPEN-TRANUMB-SI
              SET 88-OPEN-TRANUMB-NO TO TRUE
              PERFORM 31100-CIERRO-TRANUMB
           END-IF.

           IF 88-OPEN-UMBRALES-SI
              SET 88-OPEN-UMBRALES-NO TO TRUE
              PERFORM 31130-CIERRO-UMBRALES
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

       31100-CIERRO-TRANUMB.
      *----------------------

           CLOSE TRANUMB.

           EVALUATE TRUE
               WHEN 88-FS-TRANUMB-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE TRANUMB FS: ' FS-TRANUMB
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

       31130-CIERRO-UMBRALES.
      *----------------------

           CLOSE UMBRALES.

           EVALUATE TRUE
               WHEN 88-FS-UMBRALES-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE UMBRALES FS: ' FS-UMBRALES
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
