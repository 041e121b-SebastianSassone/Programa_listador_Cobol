      *DE CADA REGISTRO TOCADO (REQUISITO DE CUMPLIMIENTO) Y GRABA
      *LAS TRANSACCIONES RECHAZADAS EN EL FORMATO UNICO DE
      *EXCEPCION DE LA APLICACION (COPY WREGEXC).
      *LA TRANSACCION DE REEMPLAZO (R) RETIRA UN DISPOSITIVO Y DA DE
      *ALTA EL QUE LO REEMPLAZA EN LA MISMA UBICACION: EL NUEVO
      *HEREDA PROPIETARIO, FABRICANTE Y LAS VERSIONES DE UMBRALES
      *(COPY WCODUMB) VIGENTES DESDE EL MOMENTO DEL REEMPLAZO; EL
      *ANTERIOR QUEDA EN MAEDISP CON SU FECHA/HORA DE RETIRO Y EL
      *CODIGO QUE LO REEMPLAZA, Y EL VINCULO SE GRABA EN LA HISTORIA
      *DE REEMPLAZOS REEMPLAZ (COPY WREGREE). CADA REGISTRO TOCADO
      *QUEDA EN LA MISMA AUDITORIA ANTES/DESPUES.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                  RECORD KEY   IS REG-MAEDISP-KEY-FD
                                  FILE STATUS  IS FS-MAEDISP.

      *---------------------------------------------
      * UMBRALES SE ACCEDE AL AZAR PARA GRABAR LAS VERSIONES DEL
      * DISPOSITIVO NUEVO DE UN REEMPLAZO Y SECUENCIAL (START + READ
      * NEXT) PARA RECORRER LAS VERSIONES DEL ANTERIOR.
      *---------------------------------------------
           SELECT UMBRALES        ASSIGN       TO UMBRALES
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE  IS DYNAMIC
                                  RECORD KEY   IS REG-UMBRAL-KEY-FD
                                  FILE STATUS  IS FS-UMBRALES.

           SELECT OPTIONAL REEMPLAZ ASSIGN     TO REEMPLAZ
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE  IS RANDOM
                                  RECORD KEY   IS REG-REEMPLAZ-KEY-FD
                                  FILE STATUS  IS FS-REEMPLAZ.

           SELECT AUDITORI        ASSIGN       TO AUDITORI
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-AUDITORI.
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-RECHAZOS.

           SELECT OPTIONAL BITACORA ASSIGN     TO BITACORA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-BITACORA.

       DATA DIVISION.
      *-------------


      *---------------------------------------------
      * ARCHIVO DE TRANSACCIONES DE MANTENIMIENTO. UNA TRANSACCION
      * POR REGISTRO: A = ALTA, M = MODIFICACION, B = BAJA,
      * R = REEMPLAZO. PARA LAS BAJAS SOLO SE USA LA CLAVE.
      * EN UN REEMPLAZO TR-COD-DISPO ES EL DISPOSITIVO QUE SE
      * RETIRA Y TR-COD-NUEVO EL QUE LO REEMPLAZA DESDE
      * TR-FEC/HOR-REEMPLAZO (HORA EN BLANCO = 00:00:00).
      * DESCRIPCION Y ESTADO SON OPCIONALES (EN BLANCO = LOS DEL
      * ANTERIOR); FABRICANTE Y PROPIETARIO SIEMPRE SON LOS DEL
      * ANTERIOR Y NO SE INFORMAN.
      *---------------------------------------------
       FD  TRANSACC
           RECORDING MODE IS F
              88 88-TR-ALTA                         VALUE 'A'.
              88 88-TR-MODIFICACION                 VALUE 'M'.
              88 88-TR-BAJA                         VALUE 'B'.
              88 88-TR-REEMPLAZO                    VALUE 'R'.
           03 TR-COD-DISPO                PIC X(05).
           03 TR-DESCR                    PIC X(30).
           03 TR-COD-ESTADO               PIC X(03).
           03 TR-COD-FABRICANTE           PIC X(05).
           03 TR-COD-PROPIET              PIC X(05).
           03 TR-COD-NUEVO                PIC X(05).
           03 TR-FEC-REEMPLAZO            PIC X(10).
           03 TR-HOR-REEMPLAZO            PIC X(08).
           03 FILLER                      PIC X(08).

       FD  MAEDISP.
       01  ENT-REG-MAEDISP.
           03 REG-MAEDISP-KEY-FD          PIC X(05).
           03 FILLER                      PIC X(75).

       FD  UMBRALES.
       01  ENT-REG-UMBRAL.
           03 REG-UMBRAL-KEY-FD.
              05 UMB-FD-COD-DISPO         PIC X(05).
              05 UMB-FD-VIG-DESDE         PIC X(18).
           03 FILLER                      PIC X(77).

      *---------------------------------------------
      * HISTORIA DE REEMPLAZOS (COPY WREGREE). LA PRIMERA CORRIDA
      * CON UN REEMPLAZO LA CREA.
      *---------------------------------------------
       FD  REEMPLAZ.
       01  ENT-REG-REEMPLAZ.
           03 REG-REEMPLAZ-KEY-FD         PIC X(05).
           03 FILLER                      PIC X(75).

       FD  AUDITORI
           RECORDING MODE IS F
           BLOCK 0.
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
       77  WS-SQLCODE                    PIC S9(4) VALUE ZEROES.
           88 DB2-OK                               VALUE +0.
           88 DB2-NOTFND                           VALUE +100.

       77  FS-BITACORA                   PIC X(02) VALUE ' '.
           88 88-FS-BITACORA-OK                    VALUE '00'.
           88 88-FS-BITACORA-EOF                   VALUE '10'.

       77  FS-TRANSACC                   PIC X(02) VALUE ' '.
           88 88-FS-TRANSACC-OK                    VALUE '00'.
           88 88-FS-TRANSACC-EOF                   VALUE '10'.
           88 88-OPEN-MAEDISP-SI                   VALUE 'S'.
           88 88-OPEN-MAEDISP-NO                   VALUE 'N'.

       77  FS-UMBRALES                   PIC X(02) VALUE ' '.
           88 88-FS-UMBRALES-OK                    VALUE '00' '97'.
           88 88-FS-UMBRALES-EOF                   VALUE '10'.
           88 88-FS-UMBRALES-NFD                   VALUE '23'.
           88 88-FS-UMBRALES-DUP                   VALUE '22'.

       77  WS-OPEN-UMBRALES              PIC X     VALUE 'N'.
           88 88-OPEN-UMBRALES-SI                  VALUE 'S'.
           88 88-OPEN-UMBRALES-NO                  VALUE 'N'.

       77  FS-REEMPLAZ                   PIC X(02) VALUE ' '.
           88 88-FS-REEMPLAZ-OK                    VALUE '00' '97'.
           88 88-FS-REEMPLAZ-NFD                   VALUE '23'.
           88 88-FS-REEMPLAZ-DUP                   VALUE '22'.

       77  WS-OPEN-REEMPLAZ              PIC X     VALUE 'N'.
           88 88-OPEN-REEMPLAZ-SI                  VALUE 'S'.
           88 88-OPEN-REEMPLAZ-NO                  VALUE 'N'.

       77  FS-AUDITORI                   PIC X(02) VALUE ' '.
           88 88-FS-AUDITORI-OK                    VALUE '00'.

       77  WS-ALTAS                      PIC 9(09) VALUE 0.
       77  WS-MODIFICACIONES             PIC 9(09) VALUE 0.
       77  WS-BAJAS                      PIC 9(09) VALUE 0.
       77  WS-REEMPLAZOS                 PIC 9(09) VALUE 0.
       77  WS-RECHAZADAS                 PIC 9(09) VALUE 0.
       77  WS-DIF-MANT                   PIC S9(09) VALUE 0.
       77  WS-CANT-ED                    PIC ZZZZZZZZ9.
      *---------------------------------------------
       77  WS-CANT-TESTATUS              PIC S9(09) VALUE 0.

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
      * MOMENTO DEL REEMPLAZO EN CURSO (AAAA-MM-DDHH:MM:SS, SE
      * COMPARA BIEN COMO TEXTO CONTRA LAS VIGENCIAS DE UMBRALES).
      *---------------------------------------------
       01  WS-REE-MOMENTO.
           03 WS-REE-FEC                 PIC X(10) VALUE SPACES.
           03 WS-REE-HOR                 PIC X(08) VALUE SPACES.

      *---------------------------------------------
      * VERSIONES DE UMBRALES DEL DISPOSITIVO ANTERIOR QUE SIGUEN
      * VIGENTES EN EL MOMENTO DEL REEMPLAZO O DESPUES. SE JUNTAN
      * AL VALIDAR (ANTES DE TOCAR NINGUN ARCHIVO) Y SE GRABAN CON
      * EL CODIGO NUEVO AL APLICAR. UN DISPOSITIVO CON MAS
      * VERSIONES QUE EL TOPE SE RECHAZA: HAY QUE DEPURAR SUS
      * UMBRALES POR ESTEMP19 ANTES DE REEMPLAZARLO.
      *---------------------------------------------
       77  WS-FIN-VERSIONES              PIC X(01) VALUE 'N'.
           88 88-FIN-VERSIONES-SI                  VALUE 'S'.
           88 88-FIN-VERSIONES-NO                  VALUE 'N'.
       77  WS-CANT-UMBREE                PIC 9(03) VALUE 0.
       77  WS-MAX-UMBREE                 PIC 9(03) VALUE 50.
       01  TABLA-UMBREE.
           03 TAB-UMBREE-OCU OCCURS 50 TIMES
                              INDEXED BY IX-UMBREE.
              05 TAB-UMBREE-REG          PIC X(100).

       77  WS-LINEAS                     PIC 9(02) VALUE 90.
       77  WS-LINEAS-MAX                 PIC 9(02) VALUE 60.

           03 MAEANT-COD-ESTADO           PIC X(03).
           03 MAEANT-COD-FABRICANTE       PIC X(05).
           03 MAEANT-COD-PROPIET          PIC X(05).
           03 MAEANT-RETIRO.
              05 MAEANT-FEC-RETIRO        PIC X(10).
              05 MAEANT-HOR-RETIRO        PIC X(08).
           03 MAEANT-COD-REEMPLAZO        PIC X(05).
           03 FILLER                      PIC X(09).

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO UMBRALES.
      *---------------------------------------------
       COPY WCODUMB.

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO REEMPLAZ.
      *---------------------------------------------
       COPY WREGREE.

      *---------------------------------------------
      * LINEA DE RECHAZO (FORMATO UNICO DE EXCEPCION).
          03 FILLER                    PIC X(10) VALUE 'FABRICANTE'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(11) VALUE 'PROPIETARIO'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(19) VALUE 'RETIRO'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(06) VALUE 'REEMPL'.

       01 TIT05.
          03 FILLER                    PIC X(06) VALUE ALL '-'.
          03 FILLER                    PIC X(10) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(11) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(19) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(06) VALUE ALL '-'.

      *---------------------------------------------
      * LINEA DE DETALLE DEL INFORME DE AUDITORIA: UNA LINEA POR
          03 DETAUD-COD-FABRICANTE     PIC X(05).
          03 FILLER                    PIC X(07) VALUE ' '.
          03 DETAUD-COD-PROPIET        PIC X(05).
          03 FILLER                    PIC X(06) VALUE ' '.
          03 DETAUD-FEC-RETIRO         PIC X(10).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETAUD-HOR-RETIRO         PIC X(08).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETAUD-COD-REEMPLAZO      PIC X(05).

      *---------------------------------------------
      * LINEA DE AUDITORIA DE UNA VERSION DE UMBRALES COPIADA AL
      * DISPOSITIVO NUEVO DE UN REEMPLAZO (NO TIENE IMAGEN ANTES:
      * EL CODIGO NUEVO NO TENIA VERSIONES).
      *---------------------------------------------
       01 DETAUDU.
          03 DETAUDU-ACCION            PIC X(06).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETAUDU-IMAGEN            PIC X(07).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETAUDU-COD-DISPO         PIC X(05).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(08) VALUE 'UMBRAL: '.
          03 DETAUDU-FEC-DESDE         PIC X(10).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETAUDU-HOR-DESDE         PIC X(08).
          03 FILLER                    PIC X(03) VALUE ' A '.
          03 DETAUDU-FEC-HASTA         PIC X(10).
          03 FILLER                    PIC X(01) VALUE ' '.
          03 DETAUDU-HOR-HASTA         PIC X(08).
          03 FILLER                    PIC X(06) VALUE ' TEMP '.
          03 DETAUDU-TEMP-MIN          PIC ---9,9999.
          03 FILLER                    PIC X(01) VALUE '/'.
          03 DETAUDU-TEMP-MAX          PIC ---9,9999.
          03 FILLER                    PIC X(05) VALUE ' HUM '.
          03 DETAUDU-HUM-MIN           PIC ZZ9,99.
          03 FILLER                    PIC X(01) VALUE '/'.
          03 DETAUDU-HUM-MAX           PIC ZZ9,99.

       01 TIT06                        PIC X(132) VALUE ' '.
       01 CTRL-01.
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


           PERFORM 30000-FINALIZO.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10010-INICIO-BITACORA.

           PERFORM 10100-ABRO-TRANSACC.

           PERFORM 10200-ABRO-AUDITORI.

           PERFORM 10300-ABRO-MAEDISP.

           PERFORM 10310-ABRO-UMBRALES.

           PERFORM 10320-ABRO-REEMPLAZ.

           PERFORM 15000-LEO-TRANSACC.

           IF 88-FS-TRANSACC-EOF
              DISPLAY 'NO HAY TRANSACCIONES DE MANTENIMIENTO'
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

       10100-ABRO-TRANSACC.
      *---------------------


               WHEN OTHER
                    DISPLAY 'ERROR OPEN TRANSACC FS: ' FS-TRANSACC
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10200-ABRO-AUDITORI.

               WHEN OTHER
                    DISPLAY 'ERROR OPEN AUDITORI FS: ' FS-AUDITORI
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10250-ABRO-RECHAZOS.

               WHEN OTHER
                    DISPLAY 'ERROR OPEN RECHAZOS FS: ' FS-RECHAZOS
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10300-ABRO-MAEDISP.

               WHEN OTHER
                    DISPLAY 'ERROR OPEN MAEDISP FS: ' FS-MAEDISP
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10310-ABRO-UMBRALES.
      *---------------------
      * SE ABRE I-O PARA COPIAR LAS VERSIONES DE UMBRALES AL
      * DISPOSITIVO NUEVO DE UN REEMPLAZO.

           OPEN I-O UMBRALES.

           EVALUATE FS-UMBRALES
               WHEN '00'
                    SET 88-OPEN-UMBRALES-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN UMBRALES FS: ' FS-UMBRALES
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10320-ABRO-REEMPLAZ.
      *---------------------
      * LA HISTORIA DE REEMPLAZOS SE LEE Y SE GRABA. EL FS '05' ES
      * EL OPEN OPTIONAL DE LA PRIMERA CORRIDA, QUE CREA EL ARCHIVO.

           OPEN I-O REEMPLAZ.

           EVALUATE FS-REEMPLAZ
               WHEN '00'
               WHEN '05'
                    SET 88-OPEN-REEMPLAZ-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN REEMPLAZ FS: ' FS-REEMPLAZ
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       15000-LEO-TRANSACC.
                       PERFORM 23000-APLICO-MODIFICACION
                  WHEN 88-TR-BAJA
                       PERFORM 24000-APLICO-BAJA
                  WHEN 88-TR-REEMPLAZO
                       PERFORM 24500-APLICO-REEMPLAZO
              END-EVALUATE
           END-IF.

      * VALIDA LA TRANSACCION ANTES DE TOCAR EL MAESTRO: ACCION
      * CONOCIDA, CLAVE INFORMADA Y (PARA ALTAS Y MODIFICACIONES)
      * CODIGOS DE ESTADO Y FABRICANTE EXISTENTES EN IDCC22.TESTATUS
      * E IDCC22.TFABRICA. LOS REEMPLAZOS TIENEN SU PROPIA
      * VALIDACION (21400-VALIDO-REEMPLAZO).

           SET 88-TR-VALIDA-SI TO TRUE.

           IF NOT 88-TR-ALTA
              AND NOT 88-TR-MODIFICACION
              AND NOT 88-TR-BAJA
              AND NOT 88-TR-REEMPLAZO
              MOVE 'ACCION INVALIDA'   TO EXCEP-TIPO
              MOVE TR-ACCION           TO EXCEP-VALOR
              PERFORM 25000-RECHAZO-TRANSACC
              END-IF
           END-IF.

           IF 88-TR-VALIDA-SI
              AND 88-TR-REEMPLAZO
              PERFORM 21400-VALIDO-REEMPLAZO
           END-IF.

       21200-VALIDO-ESTADO.
      *---------------------
      * EL ESTADO ES VALIDO SI EL CODESTAT APARECE EN AL MENOS UNA
                     PERFORM 25000-RECHAZO-TRANSACC
           END-EVALUATE.

       21400-VALIDO-REEMPLAZO.
      *------------------------
      * EL REEMPLAZO SE VALIDA ENTERO ANTES DE TOCAR NINGUN
      * ARCHIVO: CODIGO NUEVO INFORMADO Y DISTINTO DEL ANTERIOR,
      * MOMENTO DEL REEMPLAZO VALIDO, ANTERIOR EXISTENTE Y EN
      * SERVICIO, NUEVO SIN MAESTRO, SIN HISTORIA DE REEMPLAZOS Y
      * SIN UMBRALES PROPIOS, ESTADO (SI SE INFORMA) EN TESTATUS Y
      * LAS VERSIONES DE UMBRALES A COPIAR DENTRO DEL TOPE. DEJA EL
      * ANTERIOR EN REG-MAEDISP-ANT Y SUS VERSIONES EN TABLA-UMBREE.

           IF TR-COD-NUEVO = SPACES
              OR TR-COD-NUEVO = TR-COD-DISPO
              MOVE 'CODIGO NUEVO INVALIDO' TO EXCEP-TIPO
              MOVE TR-COD-NUEVO        TO EXCEP-VALOR
              PERFORM 25000-RECHAZO-TRANSACC
           END-IF.

           IF 88-TR-VALIDA-SI
              MOVE TR-FEC-REEMPLAZO    TO WS-FEC-VALIDAR
              PERFORM 21900-VALIDO-FECHA
              IF 88-FEC-VALIDA-NO
                 MOVE 'FECHA REEMPLAZO INVALIDA' TO EXCEP-TIPO
                 MOVE TR-FEC-REEMPLAZO TO EXCEP-VALOR
                 PERFORM 25000-RECHAZO-TRANSACC
              END-IF
           END-IF.

           IF 88-TR-VALIDA-SI
              IF TR-HOR-REEMPLAZO = SPACES
                 MOVE '00:00:00'       TO WS-HOR-VALIDAR
              ELSE
                 MOVE TR-HOR-REEMPLAZO TO WS-HOR-VALIDAR
              END-IF
              PERFORM 21950-VALIDO-HORA
              IF 88-HOR-VALIDA-NO
                 MOVE 'HORA REEMPLAZO INVALIDA' TO EXCEP-TIPO
                 MOVE TR-HOR-REEMPLAZO TO EXCEP-VALOR
                 PERFORM 25000-RECHAZO-TRANSACC
              ELSE
                 MOVE TR-FEC-REEMPLAZO TO WS-REE-FEC
                 MOVE WS-HOR-VALIDAR   TO WS-REE-HOR
              END-IF
           END-IF.

           IF 88-TR-VALIDA-SI
              PERFORM 23100-LEO-MAEDISP-ANT
              IF 88-TR-VALIDA-SI
                 AND MAEANT-FEC-RETIRO NOT = SPACES
                 MOVE 'DISPOSITIVO YA REEMPLAZADO' TO EXCEP-TIPO
                 MOVE MAEANT-COD-REEMPLAZO TO EXCEP-VALOR
                 PERFORM 25000-RECHAZO-TRANSACC
              END-IF
           END-IF.

           IF 88-TR-VALIDA-SI
              PERFORM 21410-VALIDO-NUEVO-MAEDISP
           END-IF.

           IF 88-TR-VALIDA-SI
              PERFORM 21420-VALIDO-NUEVO-REEMPLAZ
           END-IF.

           IF 88-TR-VALIDA-SI
              AND TR-COD-ESTADO NOT = SPACES
              PERFORM 21200-VALIDO-ESTADO
           END-IF.

           IF 88-TR-VALIDA-SI
              PERFORM 21430-VALIDO-NUEVO-UMBRALES
           END-IF.

           IF 88-TR-VALIDA-SI
              PERFORM 21440-JUNTO-UMBRALES-ANT
           END-IF.

       21410-VALIDO-NUEVO-MAEDISP.
      *----------------------------

           MOVE TR-COD-NUEVO            TO REG-MAEDISP-KEY-FD.

           READ MAEDISP INTO REG-MAEDISP.

           EVALUATE TRUE
               WHEN 88-FS-MAEDISP-OK
                    MOVE 'CODIGO NUEVO YA EN MAEDISP' TO EXCEP-TIPO
                    MOVE TR-COD-NUEVO    TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN 88-FS-MAEDISP-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR READ MAEDISP FS: ' FS-MAEDISP
                    MOVE 'ERROR READ MAEDISP' TO EXCEP-TIPO
                    MOVE FS-MAEDISP      TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
           END-EVALUATE.

       21420-VALIDO-NUEVO-REEMPLAZ.
      *-----------------------------
      * UN CODIGO QUE YA NACIO DE UN REEMPLAZO (Y DESPUES SE DIO DE
      * BAJA) NO PUEDE VOLVER A USARSE: PARTIRIA LA CADENA.

           MOVE TR-COD-NUEVO            TO REG-REEMPLAZ-KEY-FD.

           READ REEMPLAZ INTO REG-REEMPLAZ.

           EVALUATE TRUE
               WHEN 88-FS-REEMPLAZ-OK
                    MOVE 'CODIGO NUEVO CON HISTORIA' TO EXCEP-TIPO
                    MOVE REE-COD-ANTERIOR TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN 88-FS-REEMPLAZ-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR READ REEMPLAZ FS: ' FS-REEMPLAZ
                    MOVE 'ERROR READ REEMPLAZ' TO EXCEP-TIPO
                    MOVE FS-REEMPLAZ     TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
           END-EVALUATE.

       21430-VALIDO-NUEVO-UMBRALES.
      *-----------------------------
      * EL CODIGO NUEVO NO PUEDE TENER VERSIONES DE UMBRALES: LAS
      * COPIADAS DEL ANTERIOR PODRIAN PISARSE CON ELLAS. SE
      * POSICIONA AL PRINCIPIO DE SUS CLAVES Y SE LEE UNA.

           MOVE TR-COD-NUEVO            TO UMB-FD-COD-DISPO.
           MOVE LOW-VALUES              TO UMB-FD-VIG-DESDE.

           START UMBRALES KEY IS NOT LESS THAN REG-UMBRAL-KEY-FD.

           EVALUATE TRUE
               WHEN 88-FS-UMBRALES-OK
                    PERFORM 21435-LEO-UMBRAL-NUEVO
               WHEN 88-FS-UMBRALES-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR START UMBRALES FS: ' FS-UMBRALES
                    MOVE 'ERROR START UMBRALES' TO EXCEP-TIPO
                    MOVE FS-UMBRALES     TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
           END-EVALUATE.

       21435-LEO-UMBRAL-NUEVO.
      *------------------------

           READ UMBRALES NEXT RECORD INTO REG-UMBRAL.

           EVALUATE TRUE
               WHEN 88-FS-UMBRALES-EOF
                    CONTINUE
               WHEN NOT 88-FS-UMBRALES-OK
                    DISPLAY 'ERROR READ NEXT UMBRALES FS: '
                            FS-UMBRALES
                    MOVE 'ERROR READ UMBRALES' TO EXCEP-TIPO
                    MOVE FS-UMBRALES     TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN UMBRAL-COD-DISPO = TR-COD-NUEVO
                    MOVE 'CODIGO NUEVO CON UMBRALES' TO EXCEP-TIPO
                    MOVE UMBRAL-FEC-DESDE TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       21440-JUNTO-UMBRALES-ANT.
      *--------------------------
      * RECORRE LAS VERSIONES DEL DISPOSITIVO ANTERIOR (START AL
      * PRINCIPIO DE SUS CLAVES Y READ NEXT MIENTRAS SIGA SIENDO EL
      * MISMO DISPOSITIVO) Y GUARDA LAS QUE SIGUEN VIGENTES EN EL
      * MOMENTO DEL REEMPLAZO O DESPUES.

           MOVE 0                       TO WS-CANT-UMBREE.

           MOVE TR-COD-DISPO            TO UMB-FD-COD-DISPO.
           MOVE LOW-VALUES              TO UMB-FD-VIG-DESDE.

           START UMBRALES KEY IS NOT LESS THAN REG-UMBRAL-KEY-FD.

           EVALUATE TRUE
               WHEN 88-FS-UMBRALES-OK
                    SET 88-FIN-VERSIONES-NO TO TRUE
                    PERFORM 21445-CARGO-UMBRAL-ANT
                       UNTIL 88-FIN-VERSIONES-SI
               WHEN 88-FS-UMBRALES-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR START UMBRALES FS: ' FS-UMBRALES
                    MOVE 'ERROR START UMBRALES' TO EXCEP-TIPO
                    MOVE FS-UMBRALES     TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
           END-EVALUATE.

       21445-CARGO-UMBRAL-ANT.
      *------------------------
      * UNA VERSION CON VIGENCIA HASTA ANTERIOR AL MOMENTO DEL
      * REEMPLAZO YA VENCIO MIENTRAS MONITOREABA EL ANTERIOR: NO SE
      * COPIA.

           READ UMBRALES NEXT RECORD INTO REG-UMBRAL.

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
               WHEN UMBRAL-COD-DISPO NOT = TR-COD-DISPO
                    SET 88-FIN-VERSIONES-SI TO TRUE
               WHEN UMBRAL-VIG-HASTA NOT = SPACES
                    AND UMBRAL-VIG-HASTA < WS-REE-MOMENTO
                    CONTINUE
               WHEN WS-CANT-UMBREE NOT < WS-MAX-UMBREE
                    MOVE 'DEMASIADAS VERSIONES UMBRALES' TO EXCEP-TIPO
                    MOVE TR-COD-DISPO    TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
                    SET 88-FIN-VERSIONES-SI TO TRUE
               WHEN OTHER
                    ADD 1                TO WS-CANT-UMBREE
                    SET IX-UMBREE        TO WS-CANT-UMBREE
                    MOVE REG-UMBRAL      TO TAB-UMBREE-REG (IX-UMBREE)
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

           MOVE SPACES                  TO REG-MAEDISP.
           MOVE TR-COD-DISPO            TO MAEDISP-COD-DISPO.
           MOVE TR-DESCR                TO MAEDISP-DESCR.
           MOVE TR-COD-ESTADO           TO MAEDISP-COD-ESTADO.
              END-EVALUATE
           END-IF.

       24500-APLICO-REEMPLAZO.
      *------------------------
      * APLICA EL REEMPLAZO YA VALIDADO (REG-MAEDISP-ANT TIENE EL
      * ANTERIOR Y TABLA-UMBREE SUS VERSIONES A COPIAR): ALTA DEL
      * NUEVO COMO COPIA DEL ANTERIOR, SUS VERSIONES DE UMBRALES,
      * RETIRO DEL ANTERIOR Y VINCULO EN LA HISTORIA, EN ESE ORDEN.
      * CADA PASO QUEDA EN LA AUDITORIA A MEDIDA QUE SE HACE: UN
      * ERROR DE ARCHIVO A MITAD DE CAMINO RECHAZA LA TRANSACCION Y
      * LO YA HECHO QUEDA A LA VISTA PARA COMPLETARLO.

           MOVE REG-MAEDISP-ANT         TO REG-MAEDISP.
           MOVE TR-COD-NUEVO            TO MAEDISP-COD-DISPO.
           IF TR-DESCR NOT = SPACES
              MOVE TR-DESCR             TO MAEDISP-DESCR
           END-IF.
           IF TR-COD-ESTADO NOT = SPACES
              MOVE TR-COD-ESTADO        TO MAEDISP-COD-ESTADO
           END-IF.
           MOVE SPACES                  TO MAEDISP-RETIRO.
           MOVE SPACES                  TO MAEDISP-COD-REEMPLAZO.

           WRITE ENT-REG-MAEDISP FROM REG-MAEDISP.

           EVALUATE TRUE
               WHEN 88-FS-MAEDISP-OK
                    PERFORM 26100-AUDITO-ANTES-INEXIST
                    PERFORM 26200-AUDITO-DESPUES
               WHEN 88-FS-MAEDISP-DUP
                    MOVE 'ALTA DUPLICADA EN MAEDISP' TO EXCEP-TIPO
                    MOVE TR-COD-NUEVO    TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN OTHER
                    DISPLAY 'ERROR WRITE MAEDISP FS: ' FS-MAEDISP
                    MOVE 'ERROR WRITE MAEDISP' TO EXCEP-TIPO
                    MOVE FS-MAEDISP      TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
           END-EVALUATE.

           IF 88-TR-VALIDA-SI
              PERFORM 24510-GRABO-UMBRAL-NUEVO
                 VARYING IX-UMBREE FROM 1 BY 1
                 UNTIL IX-UMBREE > WS-CANT-UMBREE
                    OR 88-TR-VALIDA-NO
           END-IF.

           IF 88-TR-VALIDA-SI
              PERFORM 24520-RETIRO-ANTERIOR
           END-IF.

           IF 88-TR-VALIDA-SI
              PERFORM 24530-GRABO-REEMPLAZ
           END-IF.

           IF 88-TR-VALIDA-SI
              ADD 1 TO WS-REEMPLAZOS
           END-IF.

       24510-GRABO-UMBRAL-NUEVO.
      *--------------------------
      * LA VERSION QUE ESTABA VIGENTE EN EL MOMENTO DEL REEMPLAZO
      * EMPIEZA PARA EL NUEVO EN ESE MOMENTO; LAS POSTERIORES SE
      * COPIAN CON SU PROPIA VIGENCIA. COMO LAS VIGENCIAS DEL
      * ANTERIOR NO SE SUPERPONEN, LAS COPIAS TAMPOCO.

           MOVE TAB-UMBREE-REG (IX-UMBREE) TO REG-UMBRAL.
           MOVE TR-COD-NUEVO            TO UMBRAL-COD-DISPO.
           IF UMBRAL-VIG-DESDE < WS-REE-MOMENTO
              MOVE WS-REE-MOMENTO       TO UMBRAL-VIG-DESDE
           END-IF.
           MOVE 'ESTEMP05'              TO UMBRAL-USUARIO.
           MOVE WS-BIT-FEC-INICIO       TO UMBRAL-FEC-MODIF.
           MOVE WS-BIT-HOR-INICIO       TO UMBRAL-HOR-MODIF.

           WRITE ENT-REG-UMBRAL FROM REG-UMBRAL.

           EVALUATE TRUE
               WHEN 88-FS-UMBRALES-OK
                    PERFORM 26300-AUDITO-UMBRAL
               WHEN 88-FS-UMBRALES-DUP
                    MOVE 'ALTA DUPLICADA EN UMBRALES' TO EXCEP-TIPO
                    MOVE UMBRAL-FEC-DESDE TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN OTHER
                    DISPLAY 'ERROR WRITE UMBRALES FS: ' FS-UMBRALES
                    MOVE 'ERROR WRITE UMBRALES' TO EXCEP-TIPO
                    MOVE FS-UMBRALES     TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
           END-EVALUATE.

       24520-RETIRO-ANTERIOR.
      *-----------------------
      * EL ANTERIOR NO SE BORRA: QUEDA EN EL MAESTRO CON SU
      * FECHA/HORA DE RETIRO Y EL CODIGO QUE LO REEMPLAZA, PARA QUE
      * SU HISTORIA SIGA TENIENDO NOMBRE Y SE PUEDA RECORRER LA
      * CADENA.

           MOVE REG-MAEDISP-ANT         TO REG-MAEDISP.
           MOVE WS-REE-FEC              TO MAEDISP-FEC-RETIRO.
           MOVE WS-REE-HOR              TO MAEDISP-HOR-RETIRO.
           MOVE TR-COD-NUEVO            TO MAEDISP-COD-REEMPLAZO.

           REWRITE ENT-REG-MAEDISP FROM REG-MAEDISP.

           EVALUATE TRUE
               WHEN 88-FS-MAEDISP-OK
                    PERFORM 26150-AUDITO-ANTES
                    PERFORM 26200-AUDITO-DESPUES
               WHEN OTHER
                    DISPLAY 'ERROR REWRITE MAEDISP FS: ' FS-MAEDISP
                    MOVE 'ERROR REWRITE MAEDISP' TO EXCEP-TIPO
                    MOVE FS-MAEDISP      TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
           END-EVALUATE.

       24530-GRABO-REEMPLAZ.
      *----------------------

           MOVE SPACES                  TO REG-REEMPLAZ.
           MOVE TR-COD-NUEVO            TO REE-COD-NUEVO.
           MOVE TR-COD-DISPO            TO REE-COD-ANTERIOR.
           MOVE WS-REE-MOMENTO          TO REE-MOMENTO.
           MOVE MAEANT-COD-FABRICANTE   TO REE-COD-FABRICANTE.
           MOVE MAEANT-COD-PROPIET      TO REE-COD-PROPIET.
           MOVE WS-CANT-UMBREE          TO REE-CANT-UMBRALES.
           MOVE WS-BIT-FEC-INICIO       TO REE-FEC-REGISTRO.
           MOVE WS-BIT-HOR-INICIO       TO REE-HOR-REGISTRO.

           WRITE ENT-REG-REEMPLAZ FROM REG-REEMPLAZ.

           EVALUATE TRUE
               WHEN 88-FS-REEMPLAZ-OK
                    CONTINUE
               WHEN 88-FS-REEMPLAZ-DUP
                    MOVE 'HISTORIA DUPLICADA EN REEMPLAZ' TO EXCEP-TIPO
                    MOVE TR-COD-NUEVO    TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
               WHEN OTHER
                    DISPLAY 'ERROR WRITE REEMPLAZ FS: ' FS-REEMPLAZ
                    MOVE 'ERROR WRITE REEMPLAZ' TO EXCEP-TIPO
                    MOVE FS-REEMPLAZ     TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-TRANSACC
           END-EVALUATE.

       25000-RECHAZO-TRANSACC.
      *------------------------
      * GRABA EL RECHAZO EN EL FORMATO UNICO DE EXCEPCION. EL QUE

           PERFORM 26500-CARGO-ACCION.
           MOVE 'ANTES'                 TO DETAUD-IMAGEN.
           MOVE MAEDISP-COD-DISPO       TO DETAUD-COD-DISPO.
           MOVE '(INEXISTENTE)'         TO DETAUD-DESCR.
           MOVE SPACES                  TO DETAUD-COD-ESTADO.
           MOVE SPACES                  TO DETAUD-COD-FABRICANTE.
           MOVE SPACES                  TO DETAUD-COD-PROPIET.
           MOVE SPACES                  TO DETAUD-FEC-RETIRO.
           MOVE SPACES                  TO DETAUD-HOR-RETIRO.
           MOVE SPACES                  TO DETAUD-COD-REEMPLAZO.
           PERFORM 27000-GRABO-AUDITORI.

       26150-AUDITO-ANTES.
           MOVE MAEANT-COD-ESTADO       TO DETAUD-COD-ESTADO.
           MOVE MAEANT-COD-FABRICANTE   TO DETAUD-COD-FABRICANTE.
           MOVE MAEANT-COD-PROPIET      TO DETAUD-COD-PROPIET.
           MOVE MAEANT-FEC-RETIRO       TO DETAUD-FEC-RETIRO.
           MOVE MAEANT-HOR-RETIRO       TO DETAUD-HOR-RETIRO.
           MOVE MAEANT-COD-REEMPLAZO    TO DETAUD-COD-REEMPLAZO.
           PERFORM 27000-GRABO-AUDITORI.

       26200-AUDITO-DESPUES.
           MOVE MAEDISP-COD-ESTADO      TO DETAUD-COD-ESTADO.
           MOVE MAEDISP-COD-FABRICANTE  TO DETAUD-COD-FABRICANTE.
           MOVE MAEDISP-COD-PROPIET     TO DETAUD-COD-PROPIET.
           MOVE MAEDISP-FEC-RETIRO      TO DETAUD-FEC-RETIRO.
           MOVE MAEDISP-HOR-RETIRO      TO DETAUD-HOR-RETIRO.
           MOVE MAEDISP-COD-REEMPLAZO   TO DETAUD-COD-REEMPLAZO.
           PERFORM 27000-GRABO-AUDITORI.

       26250-AUDITO-ELIMINADO.
           MOVE SPACES                  TO DETAUD-COD-ESTADO.
           MOVE SPACES                  TO DETAUD-COD-FABRICANTE.
           MOVE SPACES                  TO DETAUD-COD-PROPIET.
           MOVE SPACES                  TO DETAUD-FEC-RETIRO.
           MOVE SPACES                  TO DETAUD-HOR-RETIRO.
           MOVE SPACES                  TO DETAUD-COD-REEMPLAZO.
           PERFORM 27000-GRABO-AUDITORI.

       26300-AUDITO-UMBRAL.
      *---------------------

           MOVE SPACES                  TO DETAUDU-ACCION.
           MOVE 'DESPUES'               TO DETAUDU-IMAGEN.
           MOVE UMBRAL-COD-DISPO        TO DETAUDU-COD-DISPO.
           MOVE UMBRAL-FEC-DESDE        TO DETAUDU-FEC-DESDE.
           MOVE UMBRAL-HOR-DESDE        TO DETAUDU-HOR-DESDE.
           MOVE UMBRAL-FEC-HASTA        TO DETAUDU-FEC-HASTA.
           MOVE UMBRAL-HOR-HASTA        TO DETAUDU-HOR-HASTA.
           MOVE UMBRAL-TEMP-MIN         TO DETAUDU-TEMP-MIN.
           MOVE UMBRAL-TEMP-MAX         TO DETAUDU-TEMP-MAX.
           MOVE UMBRAL-HUM-MIN          TO DETAUDU-HUM-MIN.
           MOVE UMBRAL-HUM-MAX          TO DETAUDU-HUM-MAX.
           PERFORM 27100-GRABO-AUDITORI-UMB.

       26500-CARGO-ACCION.
      *--------------------

                    MOVE 'MODIF'         TO DETAUD-ACCION
               WHEN 88-TR-BAJA
                    MOVE 'BAJA'          TO DETAUD-ACCION
               WHEN 88-TR-REEMPLAZO
                    MOVE 'REEMPL'        TO DETAUD-ACCION
           END-EVALUATE.

       27000-GRABO-AUDITORI.

           PERFORM 28000-WRITE-AUDITORI.

       27100-GRABO-AUDITORI-UMB.
      *--------------------------

           IF WS-LINEAS > WS-LINEAS-MAX
              PERFORM 27500-IMPRIMO-TITULOS
           END-IF.
           MOVE DETAUDU   TO REG-AUDITORI.

           PERFORM 28000-WRITE-AUDITORI.

       27500-IMPRIMO-TITULOS.
      *----------------------

           MOVE DETCTRL2             TO REG-AUDITORI.
           PERFORM 28000-WRITE-AUDITORI.

           MOVE 'REEMPLAZOS APLICADOS       : ' TO DETCTRL2-CONCEPTO.
           MOVE WS-REEMPLAZOS        TO DETCTRL2-CANT.
           MOVE DETCTRL2             TO REG-AUDITORI.
           PERFORM 28000-WRITE-AUDITORI.

           MOVE 'TRANSACCIONES RECHAZADAS   : ' TO DETCTRL2-CONCEPTO.
           MOVE WS-RECHAZADAS        TO DETCTRL2-CANT.
           MOVE DETCTRL2             TO REG-AUDITORI.
                               - WS-ALTAS
                               - WS-MODIFICACIONES
                               - WS-BAJAS
                               - WS-REEMPLAZOS
                               - WS-RECHAZADAS.
           MOVE WS-DIF-MANT          TO DETCTRL3-DIF.
           MOVE DETCTRL3             TO REG-AUDITORI.
              MOVE 16 TO RETURN-CODE
           END-IF.

       30900-GRABO-BITACORA.
      *----------------------
      * AGREGA ESTA CORRIDA A LA BITACORA DE CICLO CON SU RETORNO
      * FINAL. UN ERROR DE LA BITACORA SE AVISA PERO NO CAMBIA EL
      * RETORNO: EL PROCESO YA TERMINO.
      * LEIDOS = TRANSACCIONES LEIDAS, GRABADOS = ALTAS,
      * MODIFICACIONES, BAJAS Y REEMPLAZOS APLICADOS, RECHAZOS =
      * TRANSACCIONES RECHAZADAS.

           MOVE SPACES                  TO REG-BITACORA.
           MOVE 'ESTEMP05'              TO BIT-PROGRAMA.
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
                                     + WS-BAJAS
                                     + WS-REEMPLAZOS.
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

              PERFORM 31130-CIERRO-MAEDISP
           END-IF.

           IF 88-OPEN-UMBRALES-SI
              SET 88-OPEN-UMBRALES-NO TO TRUE
              PERFORM 31150-CIERRO-UMBRALES
           END-IF.

           IF 88-OPEN-REEMPLAZ-SI
              SET 88-OPEN-REEMPLAZ-NO TO TRUE
              PERFORM 31160-CIERRO-REEMPLAZ
           END-IF.

           IF 88-OPEN-AUDITORI-SI
              SET 88-OPEN-AUDITORI-NO TO TRUE
              PERFORM 31120-CIERRO-AUDITORI
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE TRANSACC FS: ' FS-TRANSACC
                    PERFORM 99000-ABORTO

           END-EVALUATE.

                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE AUDITORI FS: ' FS-AUDITORI
                    PERFORM 99000-ABORTO

           END-EVALUATE.

                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE MAEDISP FS: ' FS-MAEDISP
                    PERFORM 99000-ABORTO

           END-EVALUATE.

                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RECHAZOS FS: ' FS-RECHAZOS
                    PERFORM 99000-ABORTO

           END-EVALUATE.

       31150-CIERRO-UMBRALES.
      *----------------------

           CLOSE UMBRALES.

           EVALUATE TRUE
               WHEN 88-FS-UMBRALES-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE UMBRALES FS: ' FS-UMBRALES
                    PERFORM 99000-ABORTO

           END-EVALUATE.

       31160-CIERRO-REEMPLAZ.
      *----------------------

           CLOSE REEMPLAZ.

           EVALUATE TRUE
               WHEN 88-FS-REEMPLAZ-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE REEMPLAZ FS: ' FS-REEMPLAZ
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
