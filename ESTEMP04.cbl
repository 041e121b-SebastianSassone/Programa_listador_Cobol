      *RETOME DONDE QUEDO EN VEZ DE REINSERTAR TODO. AL FINAL
      *CUADRA LEIDOS = INSERTADOS + RECHAZADOS PARA PROBAR QUE EL
      *FEED ENTRO COMPLETO ANTES DE CORRER EL LISTADOR.
      *LAS LECTURAS DE UN DISPOSITIVO CON CALIBRACION VIGENTE EN EL
      *MAESTRO CALIBRA (COPY WCODCAL, LO MANTIENE ESTEMP14) SE
      *GUARDAN EN TREGTEMP YA CORREGIDAS CON SU DESVIO; LA LECTURA
      *CRUDA QUEDA EN EL ARCHIVO DE TRAZA CALTRAZ (COPY WREGCTR).
      *UNA LECTURA POSTERIOR AL VENCIMIENTO DEL CERTIFICADO DE
      *CALIBRACION SE CARGA IGUAL, PERO SE SENALA EN RECHAZOS CON
      *UN TIPO DE EXCEPCION PROPIO QUE NO CUENTA COMO RECHAZO.
      *CADA LECTURA INSERTADA SE COMPARA CONTRA LO QUE EL LISTADO
      *DIARIO YA CUBRIO SEGUN EL CONTROL DE CORRIDAS (RUNCTL): LAS
      *QUE CAEN ADENTRO SON LECTURAS TARDIAS (UN DISPOSITIVO QUE
      *ESTUVO FUERA DE LINEA Y DESCARGO ATRASADO). SE CUENTAN POR
      *DIA Y DISPOSITIVO, SE INFORMAN EN LA CUADRATURA Y LOS DIAS
      *AFECTADOS SE PIDEN RELISTAR EN EL ARCHIVO RELISTA (COPY
      *WREGREL), QUE TOMA LA CORRIDA SUPLEMENTARIA DE ESTEMP03.
      *UNA LECTURA DE UN DIA YA PURGADO DE TREGTEMP (ANTERIOR A
      *RC-FEC-PURGA DEL MISMO CONTROL) NO SE CARGA: EL DIA YA ESTA
      *RESUMIDO EN EL DIARIO Y DESCARGADO AL RESGUARDO, Y UNA FILA
      *SUELTA EN LA TABLA DEBAJO DE LA FRONTERA NO LA VERIA NADIE.
      *SE RECHAZA CON SU PROPIO TIPO DE EXCEPCION.
      *AL TERMINAR SE DEVUELVE A CADA FABRICANTE UN ACUSE DE RECIBO
      *DE SU SECCION DEL FEED (ARCHIVO ACUSE, COPY WREGACU): ESTADO
      *ACEPTADA, PARCIAL O RECHAZADA POR DESBALANCE, CONTADORES Y
      *UNA LINEA POR CADA REGISTRO RECHAZADO CON SU MOTIVO. LO
      *ENVIADO A CADA UNO QUEDA IMPRESO EN EL REGISTRO DE ACUSES
      *(INFORME), COMO CONSTANCIA DE QUE EL FABRICANTE FUE AVISADO.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                  RECORD KEY   IS REG-MAEDISP-KEY-FD
                                  FILE STATUS  IS FS-MAEDISP.

           SELECT OPTIONAL CALIBRA ASSIGN      TO CALIBRA
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE  IS SEQUENTIAL
                                  RECORD KEY   IS REG-CALIBRA-KEY-FD
                                  FILE STATUS  IS FS-CALIBRA.

           SELECT CALTRAZ         ASSIGN       TO CALTRAZ
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-CALTRAZ.

           SELECT RECHAZOS        ASSIGN       TO RECHAZOS
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-RECHAZOS.
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-CHECKPT.

           SELECT OPTIONAL BITACORA ASSIGN     TO BITACORA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-BITACORA.

           SELECT OPTIONAL RUNCTL ASSIGN       TO RUNCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-RUNCTL.

           SELECT OPTIONAL RELISTA ASSIGN      TO RELISTA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-RELISTA.

           SELECT ACUTRAB         ASSIGN       TO ACUTRAB
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-ACUTRAB.

           SELECT ACUSE           ASSIGN       TO ACUSE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-ACUSE.

           SELECT INFORME         ASSIGN       TO INFORME
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-INFORME.

       DATA DIVISION.
      *-------------

           03 REG-MAEDISP-KEY-FD          PIC X(05).
           03 FILLER                      PIC X(75).

      *---------------------------------------------
      * MAESTRO DE CALIBRACION (COPY WCODCAL). ES OPCIONAL: SIN
      * MAESTRO LA CARGA GUARDA LAS LECTURAS CRUDAS, COMO SIEMPRE.
      *---------------------------------------------
       FD  CALIBRA.
       01  ENT-REG-CALIBRA.
           03 REG-CALIBRA-KEY-FD          PIC X(15).
           03 FILLER                      PIC X(65).

      *---------------------------------------------
      * TRAZA DE CALIBRACION (COPY WREGCTR): LECTURA CRUDA, DESVIO
      * Y VALOR GUARDADO DE CADA FILA INSERTADA CON CORRECCION.
      *---------------------------------------------
       FD  CALTRAZ
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CALTRAZ-FD                 PIC X(120).

      *---------------------------------------------
      * RECHAZOS DE LA CARGA, EN EL FORMATO UNICO DE EXCEPCION DE
      * LA APLICACION (REG-EXCEPCIO, COPY WREGEXC), PARA REVISAR
           BLOCK 0.
       01  REG-PARMCARD.
           03 PARM-CANT-COMMIT            PIC X(05).
      * FECHA DE CICLO (AAAA-MM-DD) CON LA QUE SE ANOTA LA CORRIDA
      * EN LA BITACORA. EN BLANCO ES LA FECHA DE EJECUCION.
           03 PARM-FEC-CICLO              PIC X(10).
           03 FILLER                      PIC X(65).

      *---------------------------------------------
      * ARCHIVO DE CHECKPOINT PARA REINICIO DE LA CARGA, AL ESTILO
           03 CKPT-RECICLADOS             PIC 9(09).
           03 CKPT-CTRL-LEIDOS            PIC 9(09).
           03 CKPT-CANT-FUENTE            PIC 9(03).
           03 CKPT-TABLA-FUENTE           PIC X(4200).
           03 CKPT-FUENTE-ABIERTA         PIC X(01).
           03 CKPT-FUE-ACT                PIC 9(03).
           03 CKPT-FUE-REPAR              PIC 9(03).
           03 CKPT-FUE-SINCAB             PIC 9(03).
           03 CKPT-CANT-PIE-SUELTO        PIC 9(03).
           03 CKPT-FUENTE-DESBORDE        PIC X(01).
           03 CKPT-CORREGIDOS             PIC 9(09).
           03 CKPT-AVISOS-CALIBRA         PIC 9(09).
           03 CKPT-TARDIAS                PIC 9(09).
           03 CKPT-CANT-TARDIA            PIC 9(04).
           03 CKPT-TABLA-TARDIA           PIC X(24000).
           03 CKPT-TARDIAS-DESB           PIC 9(09).
           03 CKPT-DESB-FEC-DESDE         PIC X(10).
           03 CKPT-DESB-FEC-HASTA         PIC X(10).

      *---------------------------------------------
      * BITACORA DE CICLO (COPY WREGBIT). AL TERMINAR SE LE
      * AGREGA (OPEN EXTEND) EL REGISTRO DE ESTA CORRIDA.
      *---------------------------------------------
       FD  BITACORA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-BITACORA-FD                PIC X(120).

      *---------------------------------------------
      * CONTROL DE CORRIDAS DEL LISTADO (EL RUNCTL QUE MANTIENE
      * ESTEMP03). SOLO INTERESA HASTA DONDE LLEGO EL LISTADO
      * DIARIO (RC-FEC-HASTA/RC-HOR-HASTA): UNA LECTURA INSERTADA
      * HASTA ESE MOMENTO YA NO VA A SALIR EN NINGUN LISTADO
      * DIARIO. ES OPCIONAL: SIN CONTROL NO HAY NADA LISTADO TODAVIA
      * Y NINGUNA LECTURA ES TARDIA. DE AHI TAMBIEN SE TOMA LA
      * FRONTERA DE PURGA (RC-FEC-PURGA, LA ANOTA ESTEMP07).
      *---------------------------------------------
       FD  RUNCTL
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RUNCTL.
           03 RC-FEC-DESDE                PIC X(10).
           03 RC-FEC-HASTA                PIC X(10).
           03 RC-HOR-DESDE                PIC X(08).
           03 RC-HOR-HASTA                PIC X(08).
           03 RC-FEC-EJEC                 PIC X(10).
           03 RC-HOR-EJEC                 PIC X(08).
           03 RC-CANT-DETALLE             PIC 9(09).
           03 RC-GRABADOS-EXCEPCIO        PIC 9(09).
           03 RC-DIF-CTRL                 PIC S9(09)
                                          SIGN LEADING SEPARATE.
           03 RC-FEC-PURGA                PIC X(10).
           03 FILLER                      PIC X(08).

      *---------------------------------------------
      * PEDIDOS DE RELISTADO (COPY WREGREL): UN REGISTRO POR RANGO
      * DE DIAS CONSECUTIVOS CON LECTURAS TARDIAS. SE AGREGA (OPEN
      * EXTEND) A LO QUE TODAVIA ESTE PENDIENTE DE CICLOS
      * ANTERIORES; LO CONSUME LA CORRIDA SUPLEMENTARIA DE ESTEMP03.
      *---------------------------------------------
       FD  RELISTA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RELISTA-FD                 PIC X(80).

      *---------------------------------------------
      * ARCHIVO DE TRABAJO CON EL DETALLE DE ACUSE (COPY WREGACU)
      * DE CADA RECHAZO, PRECEDIDO POR LA ENTRADA DE LA TABLA DE
      * FUENTES A LA QUE PERTENECE. SE ESCRIBE DURANTE LA CARGA Y
      * SE RELEE AL FINAL PARA ARMAR EL ACUSE DE CADA SECCION. EN
      * UN REINICIO SE ABRE EN EXTEND, COMO RECHAZOS.
      *---------------------------------------------
       FD  ACUTRAB
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ACUTRAB.
           03 ACUT-FUENTE                 PIC 9(03).
           03 ACUT-DETALLE                PIC X(120).

      *---------------------------------------------
      * ACUSES DE RECIBO PARA LOS FABRICANTES (COPY WREGACU): POR
      * SECCION, LA CABECERA Y SUS DETALLES DE RECHAZO.
      *---------------------------------------------
       FD  ACUSE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ACUSE-FD                   PIC X(120).

      *---------------------------------------------
      * REGISTRO IMPRESO DE LOS ACUSES ENVIADOS.
      *---------------------------------------------
       FD  INFORME
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-INFORME-FD                 PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------
           88 DB2-NOTFND                           VALUE +100.
           88 DB2-DUPREC                           VALUE -803.

       77  FS-BITACORA                   PIC X(02) VALUE ' '.
           88 88-FS-BITACORA-OK                    VALUE '00'.
           88 88-FS-BITACORA-EOF                   VALUE '10'.

       77  FS-RUNCTL                     PIC X(02) VALUE ' '.
           88 88-FS-RUNCTL-OK                      VALUE '00'.
           88 88-FS-RUNCTL-EOF                     VALUE '10'.

       77  FS-RELISTA                    PIC X(02) VALUE ' '.
           88 88-FS-RELISTA-OK                     VALUE '00'.

       77  FS-ACUTRAB                    PIC X(02) VALUE ' '.
           88 88-FS-ACUTRAB-OK                     VALUE '00'.
           88 88-FS-ACUTRAB-EOF                    VALUE '10'.

       77  WS-OPEN-ACUTRAB               PIC X     VALUE 'N'.
           88 88-OPEN-ACUTRAB-SI                   VALUE 'S'.
           88 88-OPEN-ACUTRAB-NO                   VALUE 'N'.

       77  FS-ACUSE                      PIC X(02) VALUE ' '.
           88 88-FS-ACUSE-OK                       VALUE '00'.

       77  FS-INFORME                    PIC X(02) VALUE ' '.
           88 88-FS-INFORME-OK                     VALUE '00'.

       77  FS-ENTRADA                    PIC X(02) VALUE ' '.
           88 88-FS-ENTRADA-OK                     VALUE '00'.
           88 88-FS-ENTRADA-EOF                    VALUE '10'.
           88 88-OPEN-MAEDISP-SI                   VALUE 'S'.
           88 88-OPEN-MAEDISP-NO                   VALUE 'N'.

       77  FS-CALIBRA                    PIC X(02) VALUE ' '.
           88 88-FS-CALIBRA-OK                     VALUE '00' '97'.
           88 88-FS-CALIBRA-EOF                    VALUE '10'.

       77  WS-OPEN-CALIBRA               PIC X     VALUE 'N'.
           88 88-OPEN-CALIBRA-SI                   VALUE 'S'.
           88 88-OPEN-CALIBRA-NO                   VALUE 'N'.

       77  FS-CALTRAZ                    PIC X(02) VALUE ' '.
           88 88-FS-CALTRAZ-OK                     VALUE '00'.

       77  WS-OPEN-CALTRAZ               PIC X     VALUE 'N'.
           88 88-OPEN-CALTRAZ-SI                   VALUE 'S'.
           88 88-OPEN-CALTRAZ-NO                   VALUE 'N'.

       77  FS-RECHAZOS                   PIC X(02) VALUE ' '.
           88 88-FS-RECHAZOS-OK                    VALUE '00'.

       77  WS-CTRL-LEIDOS                PIC 9(09) VALUE 0.
       77  WS-DIF-CARGA                  PIC S9(09) VALUE 0.

      *---------------------------------------------
      * LECTURAS INSERTADAS CON CORRECCION DE CALIBRACION Y AVISOS
      * DE CERTIFICADO VENCIDO. LOS AVISOS VAN A RECHAZOS PERO NO
      * SON RECHAZOS: LA LECTURA SE CARGA Y NO ENTRA EN LA
      * CUADRATURA LEIDOS = INSERTADOS + RECHAZADOS.
      *---------------------------------------------
       77  WS-CORREGIDOS                 PIC 9(09) VALUE 0.
       77  WS-AVISOS-CALIBRA             PIC 9(09) VALUE 0.

      *---------------------------------------------
      * HASTA DONDE LLEGO EL LISTADO DIARIO SEGUN RUNCTL. UNA
      * LECTURA INSERTADA CON FECTOMA/HORTOMA NO POSTERIOR ES UNA
      * LECTURA TARDIA: EL LISTADO YA PASO POR ESE MOMENTO.
      *---------------------------------------------
       77  WS-RUNCTL-LEIDO               PIC X(01) VALUE 'N'.
           88 88-RUNCTL-LEIDO-SI                   VALUE 'S'.
           88 88-RUNCTL-LEIDO-NO                   VALUE 'N'.
       01  WS-RUNCTL-FEC-HASTA           PIC X(10) VALUE SPACES.
       01  WS-RUNCTL-HOR-HASTA           PIC X(08) VALUE SPACES.
      * FRONTERA DE PURGA: LOS DIAS ANTERIORES YA NO ESTAN EN LA
      * TABLA. EN BLANCO SI TODAVIA NO SE PURGO NADA.
       01  WS-RUNCTL-FEC-PURGA           PIC X(10) VALUE SPACES.

      *---------------------------------------------
      * LECTURAS TARDIAS INSERTADAS, POR DIA Y DISPOSITIVO. LA
      * TABLA ES DE OCURRENCIAS FIJAS (COMO TABLA-FUENTE) PARA
      * GUARDARLA ENTERA EN EL CHECKPOINT CON UN SOLO MOVE. LO QUE
      * NO ENTRA EN LA TABLA NO SE DETALLA EN EL INFORME PERO NO SE
      * PIERDE PARA EL RELISTADO: SE CUENTA APARTE CON SU RANGO DE
      * FECHAS, QUE SE PIDE RELISTAR ENTERO.
      *---------------------------------------------
       77  WS-TARDIAS                    PIC 9(09) VALUE 0.
       77  WS-CANT-TARDIA                PIC 9(04) VALUE 0.
       77  WS-MAX-TARDIA                 PIC 9(04) VALUE 1000.
       77  WS-TARDIAS-DESB               PIC 9(09) VALUE 0.
       01  WS-DESB-FEC-DESDE             PIC X(10) VALUE '9999-12-31'.
       01  WS-DESB-FEC-HASTA             PIC X(10) VALUE '0001-01-01'.
       01  TABLA-TARDIA.
           03 TAB-TARDIA-OCU OCCURS 1000 TIMES
                               INDEXED BY IX-TARDIA.
              05 TAB-TAR-FECTOMA         PIC X(10).
              05 TAB-TAR-CODDISP         PIC X(05).
              05 TAB-TAR-CANT            PIC 9(09).
       77  WS-TARDIA-HALLADA             PIC X(01) VALUE 'N'.
           88 88-TARDIA-HALLADA-SI                 VALUE 'S'.
           88 88-TARDIA-HALLADA-NO                 VALUE 'N'.

      *---------------------------------------------
      * ARMADO DE LOS RANGOS A RELISTAR: SE RECORREN LOS DIAS CON
      * LECTURAS TARDIAS DE MENOR A MAYOR (EL PROXIMO DIA ES EL
      * MENOR DE LA TABLA POSTERIOR AL ULTIMO TRATADO) Y LOS DIAS
      * CONSECUTIVOS SE JUNTAN EN UN MISMO PEDIDO. NINGUN PEDIDO
      * PASA DE WS-MAX-DIAS-PEDIDO DIAS, LA TABLA DE DIAS DE LA
      * PASADA SUPLEMENTARIA DE ESTEMP03: UN RANGO MAS LARGO SE
      * PIDE EN TRAMOS CONSECUTIVOS.
      *---------------------------------------------
       77  WS-MAX-DIAS-PEDIDO            PIC 9(03) VALUE 366.
       77  WS-TAR-DESDE-INT              PIC S9(09) VALUE 0.
       77  WS-TAR-HASTA-INT              PIC S9(09) VALUE 0.
       01  WS-TAR-DIA-ULT                PIC X(10) VALUE SPACES.
       01  WS-TAR-DIA-PROX               PIC X(10) VALUE SPACES.
       77  WS-TAR-DIA-ULT-INT            PIC S9(09) VALUE 0.
       77  WS-TAR-DIA-PROX-INT           PIC S9(09) VALUE 0.
       77  WS-TAR-PROX-LECTURAS          PIC 9(09) VALUE 0.
       77  WS-TAR-PROX-DISPOS            PIC 9(07) VALUE 0.
       77  WS-CANT-PEDIDOS               PIC 9(05) VALUE 0.
       77  WS-RANGO-ABIERTO              PIC X(01) VALUE 'N'.
           88 88-RANGO-ABIERTO-SI                  VALUE 'S'.
           88 88-RANGO-ABIERTO-NO                  VALUE 'N'.
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

      *---------------------------------------------
      * TABLA EN MEMORIA CON EL BALANCEO POR FUENTE (SECCION DEL
      * FEED ENTRE UNA CABECERA Y SU PIE). CADA CABECERA ABRE UNA
                 88 88-TAB-FUE-DESBALANCE          VALUE 'D'.
                 88 88-TAB-FUE-SIN-PIE             VALUE 'S'.
                 88 88-TAB-FUE-EXENTA              VALUE 'X'.
              05 TAB-FUE-RECICLADOS      PIC 9(09).
              05 TAB-FUE-FEC-GEN         PIC X(10).
              05 TAB-FUE-HOR-GEN         PIC X(08).
              05 TAB-FUE-PIE-CANT        PIC 9(09).

      *---------------------------------------------
      * INDICA SI HAY UNA SECCION DE FUENTE ABIERTA (CABECERA LEIDA
       77  WS-HUM-ED                     PIC ZZ9,99.
       77  WS-SQLCODE-ED                 PIC -9(04).

      *---------------------------------------------
      * VALORES A GUARDAR DEL REGISTRO EN CURSO: LA LECTURA CRUDA
      * O, SI EL DISPOSITIVO TIENE UNA CALIBRACION VIGENTE A LA
      * FECHA DE TOMA, LA LECTURA MAS SU DESVIO. LA HUMEDAD
      * CORREGIDA LLEVA SIGNO PARA PODER DETECTAR UN DESVIO QUE LA
      * SAQUE DE RANGO POR DEBAJO DE CERO.
      *---------------------------------------------
       77  WS-TEMP-CORREG                PIC S9(04)V9(04) VALUE 0.
       77  WS-HUM-CORREG                 PIC S9(03)V9(02) VALUE 0.
       77  WS-HUM-CORREG-ED              PIC --9,99.
       77  WS-CAL-APLICADA               PIC X(01) VALUE 'N'.
           88 88-CAL-APLICADA-SI                   VALUE 'S'.
           88 88-CAL-APLICADA-NO                   VALUE 'N'.
       77  WS-CERT-VENCIDO               PIC X(01) VALUE 'N'.
           88 88-CERT-VENCIDO-SI                   VALUE 'S'.
           88 88-CERT-VENCIDO-NO                   VALUE 'N'.

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO MAEDISP
      *---------------------------------------------
              05 TAB-MAEDISP-KEY         PIC X(05).
              05 TAB-MAEDISP-DESCR       PIC X(30).

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO CALIBRA Y TABLA EN MEMORIA CON TODAS
      * SUS VERSIONES, CARGADA UNA VEZ AL INICIO COMO MAEDISP. EL
      * MAESTRO SE LEE EN ORDEN DE CLAVE, ASI LAS VERSIONES DE UN
      * DISPOSITIVO QUEDAN JUNTAS Y ORDENADAS POR FECHA DESDE: SE
      * UBICA LA PRIMERA CON SEARCH Y SE AVANZA DESDE AHI HASTA LA
      * ULTIMA QUE EMPIEZA ANTES DE LA FECHA DE TOMA.
      *---------------------------------------------
       COPY WCODCAL.

       77  WS-CANT-CALIBRA               PIC 9(05) VALUE 0.
       77  WS-MAX-CALIBRA                PIC 9(05) VALUE 10000.
       77  WS-CANT-CALIBRA-ERR           PIC 9(05) VALUE 0.
       77  WS-MAX-CALIBRA-ERR            PIC 9(05) VALUE 10.
       77  WS-SUB-CAL                    PIC 9(05) VALUE 0.
       77  WS-SUB-CAL-VIG                PIC 9(05) VALUE 0.
       77  WS-FIN-VERSIONES              PIC X(01) VALUE 'N'.
           88 88-FIN-VERSIONES-SI                  VALUE 'S'.
           88 88-FIN-VERSIONES-NO                  VALUE 'N'.
       01  TABLA-CALIBRA.
           03 TAB-CALIBRA-OCU OCCURS 1 TO 10000 TIMES
                               DEPENDING ON WS-CANT-CALIBRA
                               INDEXED BY IX-CALIBRA.
              05 TAB-CAL-DISPO           PIC X(05).
              05 TAB-CAL-DESDE           PIC X(10).
              05 TAB-CAL-HASTA           PIC X(10).
              05 TAB-CAL-OFS-TEMP        PIC S9(02)V9(04).
              05 TAB-CAL-OFS-HUM         PIC S9(02)V9(02).
              05 TAB-CAL-VTO-CERT        PIC X(10).
              05 TAB-CAL-NRO-CERT        PIC X(15).

      *---------------------------------------------
      * REGISTRO DE TRAZA DE CALIBRACION.
      *---------------------------------------------
       COPY WREGCTR.

      *---------------------------------------------
      * LINEA DE RECHAZO (FORMATO UNICO DE EXCEPCION).
      *---------------------------------------------
      *---------------------------------------------
       COPY WREGREC.

      *---------------------------------------------
      * PEDIDO DE RELISTADO POR LECTURAS TARDIAS.
      *---------------------------------------------
       COPY WREGREL.

      *---------------------------------------------
      * ACUSE DE RECIBO POR FABRICANTE (CABECERA Y DETALLE).
      *---------------------------------------------
       COPY WREGACU.

      *---------------------------------------------
      * ARMADO DE LOS ACUSES AL FINAL DE LA CARGA: FUENTE EN CURSO,
      * ULTIMO REGISTRO DE LA SECCION YA ACUSADO (UN REINICIO PUEDE
      * HABER DEJADO EN ACUTRAB DETALLES REPETIDOS DE LO QUE LA
      * CORRIDA INTERRUMPIDA NO LLEGO A COMMITEAR: LA RECORRIDA LOS
      * VUELVE A ESCRIBIR CON LA MISMA POSICION, Y SE TOMAN UNA SOLA
      * VEZ), CONTADORES DEL REGISTRO DE ACUSES Y FECHA/HORA DE
      * ENVIO.
      *---------------------------------------------
       77  WS-ACU-FUENTE                 PIC 9(03) VALUE 0.
       77  WS-ACU-ULT-NRO                PIC 9(09) VALUE 0.
       77  WS-ACU-DET-FUENTE             PIC 9(09) VALUE 0.
       77  WS-ACU-DETALLES               PIC 9(09) VALUE 0.
       77  WS-CANT-ACUSES                PIC 9(05) VALUE 0.
       77  WS-ACU-ACEPTADOS              PIC 9(05) VALUE 0.
       77  WS-ACU-PARCIALES              PIC 9(05) VALUE 0.
       77  WS-ACU-DESBALANCE             PIC 9(05) VALUE 0.
       77  WS-ACU-OMITIDAS               PIC 9(05) VALUE 0.
       77  WS-ERROR-ACUSE                PIC X(01) VALUE 'N'.
           88 88-ERROR-ACUSE-SI                    VALUE 'S'.
           88 88-ERROR-ACUSE-NO                    VALUE 'N'.
       01  WS-ACU-FEC-ENVIO              PIC X(10) VALUE SPACES.
       01  WS-ACU-HOR-ENVIO              PIC X(08) VALUE SPACES.

      *---------------------------------------------
      * DEFINICON DE LAS TABLAS.
      *---------------------------------------------
             INCLUDE TREGTEMP
           END-EXEC.

           EXEC SQL
             INCLUDE TFABRICA
           END-EXEC.

      *---------------------------------------------
      * DEFINICON DEL AREA SQLCA.
      *---------------------------------------------
             INCLUDE SQLCA
           END-EXEC.

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

      *---------------------------------------------
      * PAGINACION DEL REGISTRO DE ACUSES.
      *---------------------------------------------
       77  WS-LINEAS                     PIC 9(02) VALUE 90.
       77  WS-LINEAS-MAX                 PIC 9(02) VALUE 60.

      * DEFINICION DE LINEAS DE IMPRESION DEL INFORME
      * ---------------------------------------------
       01 TIT01.
          03 FILLER                      PIC X(08) VALUE 'PROGRAM:'.
          03 TIT01-PROGRAMA              PIC X(08) VALUE 'ESTEMP04'.
          03 FILLER                      PIC X(29) VALUE ' '.
          03 FILLER                      PIC X(34) VALUE
                               'FEED ACKNOWLEDGEMENT REGISTER     '.
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
          03 FILLER                      PIC X(29) VALUE ' '.
          03 FILLER                      PIC X(34) VALUE ALL '-'.
          03 FILLER                      PIC X(31) VALUE ' '.
          03 FILLER                      PIC X(06) VALUE 'TIME :'.
          03 TIT02-HORA.
             05 TIT02-HORA-HH            PIC 9(02).
             05 FILLER                   PIC X(01) VALUE ':'.
             05 TIT02-HORA-MM            PIC 9(02).
             05 FILLER                   PIC X(01) VALUE ':'.
             05 TIT02-HORA-SS            PIC 9(02).

       01 TIT03                          PIC X(132) VALUE ' '.

       01 SUBT01.
           03 FILLER                   PIC X(07) VALUE 'FABRIC.'.
           03 FILLER                   PIC X(22) VALUE 'NOMBRE'.
           03 FILLER                   PIC X(21) VALUE
                                        'GENERADO (CABECERA)'.
           03 FILLER                   PIC X(21) VALUE
                                        'ESTADO DEL ACUSE'.
           03 FILLER                   PIC X(10) VALUE ' RECIBIDOS'.
           03 FILLER                   PIC X(10) VALUE ' INSERTAD.'.
           03 FILLER                   PIC X(10) VALUE ' RECHAZAD.'.
           03 FILLER                   PIC X(10) VALUE ' RECICLAD.'.
           03 FILLER                   PIC X(10) VALUE '  DETALLES'.
           03 FILLER                   PIC X(11) VALUE ' '.

       01 SUBT02.
           03 FILLER                   PIC X(121) VALUE ALL '-'.
           03 FILLER                   PIC X(11)  VALUE ' '.

       01 DETACU.
           03 DETACU-CODFAB            PIC X(05).
           03 FILLER                   PIC X(02) VALUE ' '.
           03 DETACU-NOMBRE            PIC X(20).
           03 FILLER                   PIC X(02) VALUE ' '.
           03 DETACU-FEC-GEN           PIC X(10).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETACU-HOR-GEN           PIC X(08).
           03 FILLER                   PIC X(02) VALUE ' '.
           03 DETACU-ESTADO            PIC X(20).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETACU-RECIBIDOS         PIC ZZZZZZZZZ9.
           03 DETACU-INSERTADOS        PIC ZZZZZZZZZ9.
           03 DETACU-RECHAZADOS        PIC ZZZZZZZZZ9.
           03 DETACU-RECICLADOS        PIC ZZZZZZZZZ9.
           03 DETACU-DETALLES          PIC ZZZZZZZZZ9.
           03 FILLER                   PIC X(11) VALUE ' '.

       01 DETAVISO.
           03 DETAVISO-TEXTO           PIC X(60).

       01 DETTOT.
           03 DETTOT-TEXTO             PIC X(30).
           03 DETTOT-CANT              PIC ZZZZZZZZ9.

       01 DETENVIO.
           03 FILLER                   PIC X(30)
                             VALUE 'FECHA Y HORA DE ENVIO       : '.
           03 DETENVIO-FECHA           PIC X(10).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETENVIO-HORA            PIC X(08).

       01  REG-INFORME                PIC X(132).

      *---------------------------------------------
      * SALVA DE LA LINEA EN CURSO MIENTRAS 28500-IMPRIMO-TITULOS
      * PISA REG-INFORME CON LOS TITULOS DE LA PAGINA NUEVA.
      *---------------------------------------------
       01  REG-INFORME-SALVA          PIC X(132).

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


           PERFORM 30000-FINALIZO.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10010-INICIO-BITACORA.

           PERFORM 10020-LEO-FEC-CICLO.

           PERFORM 10050-LEO-PARMCARD.

           PERFORM 10060-LEO-CHECKPT.

           PERFORM 10270-ABRO-REENTRADA.

           PERFORM 10280-ABRO-CALTRAZ.

           PERFORM 10290-ABRO-ACUTRAB.

           PERFORM 10300-ABRO-MAEDISP.

           PERFORM 10320-ABRO-CALIBRA.

           PERFORM 10330-LEO-RUNCTL.

           PERFORM 10400-CARGO-FEC-CICLO.

           IF 88-REINICIO-SI
              DISPLAY 'NO HAY INFORMACION EN EL FEED'
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

       10050-LEO-PARMCARD.
      *--------------------
      * SI EXISTE TARJETA DE PARAMETROS SE TOMA DE ALLI LA
                                          TO WS-CANT-PIE-SUELTO
                 MOVE CKPT-FUENTE-DESBORDE
                                          TO WS-FUENTE-DESBORDE
                 MOVE CKPT-CORREGIDOS     TO WS-CORREGIDOS
                 MOVE CKPT-AVISOS-CALIBRA TO WS-AVISOS-CALIBRA
                 MOVE CKPT-TARDIAS        TO WS-TARDIAS
                 MOVE CKPT-CANT-TARDIA    TO WS-CANT-TARDIA
                 MOVE CKPT-TABLA-TARDIA   TO TABLA-TARDIA
                 MOVE CKPT-TARDIAS-DESB   TO WS-TARDIAS-DESB
                 MOVE CKPT-DESB-FEC-DESDE TO WS-DESB-FEC-DESDE
                 MOVE CKPT-DESB-FEC-HASTA TO WS-DESB-FEC-HASTA
                 SET 88-REINICIO-SI       TO TRUE
                 DISPLAY 'REINICIO DESDE CHECKPOINT, POSICION '
                         CKPT-POSICION

               WHEN OTHER
                    DISPLAY 'ERROR OPEN ENTRADA FS: ' FS-ENTRADA
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10200-ABRO-RECHAZOS.

               WHEN OTHER
                    DISPLAY 'ERROR OPEN RECHAZOS FS: ' FS-RECHAZOS
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10250-ABRO-RECICLO.

               WHEN OTHER
                    DISPLAY 'ERROR OPEN RECICLO FS: ' FS-RECICLO
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10270-ABRO-REENTRADA.
                    SET 88-OPEN-REENTRADA-NO TO TRUE
           END-EVALUATE.

       10280-ABRO-CALTRAZ.
      *--------------------
      * IDEM 10200-ABRO-RECHAZOS: EXTEND EN UN REINICIO.

           IF 88-REINICIO-SI
              OPEN EXTEND CALTRAZ
           ELSE
              OPEN OUTPUT CALTRAZ
           END-IF.

           EVALUATE FS-CALTRAZ
               WHEN '00'
                    SET 88-OPEN-CALTRAZ-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN CALTRAZ FS: ' FS-CALTRAZ
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10290-ABRO-ACUTRAB.
      *--------------------
      * IDEM 10200-ABRO-RECHAZOS: EXTEND EN UN REINICIO, PARA NO
      * PERDER LOS DETALLES DE ACUSE DE LO YA COMMITEADO.

           IF 88-REINICIO-SI
              OPEN EXTEND ACUTRAB
           ELSE
              OPEN OUTPUT ACUTRAB
           END-IF.

           EVALUATE FS-ACUTRAB
               WHEN '00'
                    SET 88-OPEN-ACUTRAB-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN ACUTRAB FS: ' FS-ACUTRAB
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10400-CARGO-FEC-CICLO.
      *-----------------------

      * LA FECHA DE CICLO DE LA BITACORA (LA DE LA TARJETA O, SI
      * NO VIENE, LA DE EJECUCION).

           MOVE WS-BIT-FEC-CICLO        TO WS-FEC-CICLO.

       10300-ABRO-MAEDISP.
      *-------------------

               WHEN OTHER
                    DISPLAY 'ERROR OPEN MAEDISP FS: ' FS-MAEDISP
                    PERFORM 99000-ABORTO
           END-EVALUATE.

           PERFORM 10350-CARGO-TABLA-MAEDISP.
                    END-IF
           END-EVALUATE.

       10320-ABRO-CALIBRA.
      *--------------------
      * EL MAESTRO DE CALIBRACION ES OPCIONAL: EL FS '05' ES EL
      * OPEN OPTIONAL DE UN ARCHIVO AUSENTE, QUE SE TRATA COMO
      * ABIERTO Y VACIO (NINGUNA LECTURA SE CORRIGE).

           OPEN INPUT CALIBRA.

           EVALUATE FS-CALIBRA
               WHEN '00'
                    SET 88-OPEN-CALIBRA-SI TO TRUE
               WHEN '05'
                    SET 88-OPEN-CALIBRA-SI TO TRUE
                    DISPLAY 'SIN MAESTRO CALIBRA, NO SE CORRIGEN '
                            'LECTURAS'
               WHEN OTHER
                    DISPLAY 'ERROR OPEN CALIBRA FS: ' FS-CALIBRA
                    PERFORM 99000-ABORTO
           END-EVALUATE.

           PERFORM 10370-CARGO-TABLA-CALIBRA.

       10370-CARGO-TABLA-CALIBRA.
      *---------------------------
      * CARGA UNICA DE TODAS LAS VERSIONES DE CALIBRACION A MEMORIA.

           SET IX-CALIBRA TO 1.

           PERFORM 10380-LEO-CALIBRA-SEC
              UNTIL 88-FS-CALIBRA-EOF.

       10380-LEO-CALIBRA-SEC.
      *-----------------------

           READ CALIBRA NEXT RECORD INTO REG-CALIBRA.

           EVALUATE TRUE
               WHEN 88-FS-CALIBRA-OK
                    MOVE 0 TO WS-CANT-CALIBRA-ERR
                    IF WS-CANT-CALIBRA >= WS-MAX-CALIBRA
                       DISPLAY 'TABLA CALIBRA LLENA, CLAVE '
                               REG-CALIBRA-KEY-FD ' QUEDA AFUERA'
                       SET 88-FS-CALIBRA-EOF TO TRUE
                    ELSE
                       ADD 1 TO WS-CANT-CALIBRA
                       MOVE CAL-COD-DISPO
                                       TO TAB-CAL-DISPO(IX-CALIBRA)
                       MOVE CAL-FEC-DESDE
                                       TO TAB-CAL-DESDE(IX-CALIBRA)
                       MOVE CAL-FEC-HASTA
                                       TO TAB-CAL-HASTA(IX-CALIBRA)
                       MOVE CAL-OFS-TEMP
                                       TO TAB-CAL-OFS-TEMP(IX-CALIBRA)
                       MOVE CAL-OFS-HUM
                                       TO TAB-CAL-OFS-HUM(IX-CALIBRA)
                       MOVE CAL-FEC-VTO-CERT
                                       TO TAB-CAL-VTO-CERT(IX-CALIBRA)
                       MOVE CAL-NRO-CERT
                                       TO TAB-CAL-NRO-CERT(IX-CALIBRA)
                       SET IX-CALIBRA UP BY 1
                    END-IF
               WHEN 88-FS-CALIBRA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR READ SEQ CALIBRA FS: ' FS-CALIBRA
                    ADD 1 TO WS-CANT-CALIBRA-ERR
                    IF WS-CANT-CALIBRA-ERR >= WS-MAX-CALIBRA-ERR
                       DISPLAY 'DEMASIADOS ERRORES DE LECTURA EN '
                               'CALIBRA, SE CORTA LA CARGA'
                       SET 88-FS-CALIBRA-EOF TO TRUE
                    END-IF
           END-EVALUATE.

       10330-LEO-RUNCTL.
      *------------------
      * TOMA HASTA DONDE LLEGO EL LISTADO DIARIO. EL FS '05' ES EL
      * OPEN OPTIONAL DE UN CONTROL AUSENTE: TODAVIA NO SE LISTO
      * NADA Y NO HAY LECTURAS TARDIAS. SIN HORA HASTA SE TOMA EL
      * DIA COMPLETO, QUE ES LO QUE CUBRE LA VENTANA AUTOMATICA.
      * UN ERROR DE OPEN O DE LECTURA NO SE SALTEA: SIN EL CONTROL
      * NO SE SABE LA FRONTERA DE PURGA NI QUE LECTURAS SON
      * TARDIAS, Y SE CARGARIAN DIAS PURGADOS SIN PEDIR RELISTADO.

           OPEN INPUT RUNCTL.

           EVALUATE FS-RUNCTL
               WHEN '00'
               WHEN '05'
                    READ RUNCTL
                    IF NOT 88-FS-RUNCTL-OK
                       AND NOT 88-FS-RUNCTL-EOF
                       DISPLAY 'ERROR READ RUNCTL FS: ' FS-RUNCTL
                       PERFORM 99000-ABORTO
                    END-IF
                    IF 88-FS-RUNCTL-OK
                       AND RC-FEC-HASTA NOT = SPACES
                       MOVE RC-FEC-HASTA TO WS-RUNCTL-FEC-HASTA
                       MOVE RC-HOR-HASTA TO WS-RUNCTL-HOR-HASTA
                       IF WS-RUNCTL-HOR-HASTA = SPACES
                          MOVE '23:59:59' TO WS-RUNCTL-HOR-HASTA
                       END-IF
                       SET 88-RUNCTL-LEIDO-SI TO TRUE
                    END-IF
                    IF 88-FS-RUNCTL-OK
                       AND RC-FEC-PURGA NOT = SPACES
                       MOVE RC-FEC-PURGA TO WS-RUNCTL-FEC-PURGA
                    END-IF
                    CLOSE RUNCTL
               WHEN OTHER
                    DISPLAY 'ERROR OPEN RUNCTL FS: ' FS-RUNCTL
                    PERFORM 99000-ABORTO
           END-EVALUATE.

           IF 88-RUNCTL-LEIDO-NO
              DISPLAY 'SIN CONTROL DE CORRIDAS DEL LISTADO, NO SE '
                      'CONTROLAN LECTURAS TARDIAS'
           END-IF.

       15000-LEO-ENTRADA.
      *-------------------
      * LEE EL PROXIMO REGISTRO A PROCESAR: PRIMERO EL FEED Y,
                                           TAB-FUE-RECHAZADOS
                                                        (WS-FUE-ACT)
                                           TAB-FUE-HASH(WS-FUE-ACT)
                                           TAB-FUE-RECICLADOS
                                                        (WS-FUE-ACT)
                                           TAB-FUE-PIE-CANT
                                                        (WS-FUE-ACT)
              MOVE SPACES               TO TAB-FUE-FEC-GEN(WS-FUE-ACT)
                                           TAB-FUE-HOR-GEN(WS-FUE-ACT)
              MOVE WS-FUE-NUEVA-EST     TO TAB-FUE-ESTADO(WS-FUE-ACT)
           END-IF.

           MOVE 'A'                     TO WS-FUE-NUEVA-EST.
           PERFORM 20430-AGREGO-FUENTE.

      * LA FECHA/HORA DE GENERACION DE LA CABECERA IDENTIFICA LA
      * TRANSMISION EN EL ACUSE QUE SE LE DEVUELVE AL FABRICANTE.
           IF WS-FUE-ACT > 0
              MOVE CAB-FEC-GEN          TO TAB-FUE-FEC-GEN(WS-FUE-ACT)
              MOVE CAB-HOR-GEN          TO TAB-FUE-HOR-GEN(WS-FUE-ACT)
              SET 88-FUENTE-ABIERTA-SI TO TRUE
           ELSE
              SET 88-FUENTE-ABIERTA-NO TO TRUE
              ADD 1 TO WS-CANT-PIE-SUELTO
              DISPLAY 'PIE SIN CABECERA PARA FUENTE ' PIE-CODFAB
           ELSE
              IF PIE-CODFAB = TAB-FUE-COD(WS-FUE-ACT)
                 AND PIE-CANT-REG NUMERIC
                 MOVE PIE-CANT-REG TO TAB-FUE-PIE-CANT(WS-FUE-ACT)
              END-IF
              EVALUATE TRUE
                  WHEN PIE-CODFAB NOT = TAB-FUE-COD(WS-FUE-ACT)
                       DISPLAY 'PIE DE FUENTE ' PIE-CODFAB
      * APLICA AL REGISTRO DEL FEED LAS MISMAS REGLAS DE CAMPO QUE
      * ESTEMP03 APLICA EN 26000-CARGO-DET01: HEMISFERIOS N/S Y
      * E/W, TEMPERATURA Y HUMEDAD DENTRO DEL RANGO FISICO VALIDO,
      * Y CLAVE DE DISPOSITIVO PRESENTE EN MAEDISP. ADEMAS LA
      * FECHA DE TOMA NO PUEDE CAER EN LO YA PURGADO. LA PRIMERA
      * REGLA QUE FALLA GRABA EL RECHAZO Y CORTA. UN REGISTRO QUE
      * PASA TODAS LAS REGLAS RECIBE LA CORRECCION DE CALIBRACION
      * VIGENTE (SI LA HAY), QUE TAMBIEN TIENE QUE QUEDAR EN RANGO.

           SET 88-REG-VALIDO-SI TO TRUE.

              PERFORM 21400-VALIDO-HUMEDAD
           END-IF.

           IF 88-REG-VALIDO-SI
              PERFORM 21450-VALIDO-FECHA-PURGA
           END-IF.

           IF 88-REG-VALIDO-SI
              PERFORM 21500-APLICO-CALIBRACION
           END-IF.

       21100-VALIDO-DISPOSITIVO.
      *--------------------------

              END-IF
           END-IF.

       21450-VALIDO-FECHA-PURGA.
      *--------------------------
      * UN DIA ANTERIOR A LA FRONTERA DE PURGA YA SALIO DE LA TABLA
      * Y SU RESUMEN DIARIO ESTA CERRADO: LA LECTURA SE RECHAZA (Y
      * SE RECICLA COMO CUALQUIER OTRO RECHAZO) EN VEZ DE DEJAR UNA
      * FILA QUE NINGUN LISTADO, RESUMEN NI CONSULTA VA A TOMAR.

           IF WS-RUNCTL-FEC-PURGA NOT = SPACES
              AND FEED-FECTOMA < WS-RUNCTL-FEC-PURGA
              MOVE 'LECTURA DE DIA YA PURGADO'  TO EXCEP-TIPO
              MOVE WS-RUNCTL-FEC-PURGA TO EXCEP-VALOR
              PERFORM 25000-RECHAZO-REGISTRO
           END-IF.

       21500-APLICO-CALIBRACION.
      *--------------------------
      * BUSCA LA VERSION DE CALIBRACION DEL DISPOSITIVO QUE RIGE A
      * LA FECHA DE TOMA (LA ULTIMA CON FECHA DESDE NO POSTERIOR) Y,
      * SI LA LECTURA CAE DENTRO DE SU VIGENCIA, LE SUMA LOS
      * DESVIOS. SIN VERSION QUEDA LA LECTURA CRUDA. EL VENCIMIENTO
      * DEL CERTIFICADO SE MIRA SOBRE ESA MISMA VERSION.

           MOVE FEED-TEMPERAT           TO WS-TEMP-CORREG.
           MOVE FEED-HUMEDAD            TO WS-HUM-CORREG.
           SET 88-CAL-APLICADA-NO       TO TRUE.
           SET 88-CERT-VENCIDO-NO       TO TRUE.
           MOVE 0                       TO WS-SUB-CAL-VIG.

           IF WS-CANT-CALIBRA > 0
              SET IX-CALIBRA TO 1
              SEARCH TAB-CALIBRA-OCU
                 AT END
                      CONTINUE
                 WHEN TAB-CAL-DISPO(IX-CALIBRA) = FEED-CODDISP
                      SET WS-SUB-CAL     TO IX-CALIBRA
                      SET 88-FIN-VERSIONES-NO TO TRUE
                      PERFORM 21510-BUSCO-VERSION
                         UNTIL 88-FIN-VERSIONES-SI
              END-SEARCH
           END-IF.

           IF WS-SUB-CAL-VIG > 0
              PERFORM 21520-CORRIJO-LECTURA
           END-IF.

       21510-BUSCO-VERSION.
      *---------------------
      * AVANZA SOBRE LAS VERSIONES DEL DISPOSITIVO MIENTRAS EMPIECEN
      * ANTES DE LA FECHA DE TOMA. LOS IF VAN ANIDADOS PARA NO
      * SUBINDICAR FUERA DE LA TABLA.

           IF WS-SUB-CAL > WS-CANT-CALIBRA
              SET 88-FIN-VERSIONES-SI TO TRUE
           ELSE
              IF TAB-CAL-DISPO(WS-SUB-CAL) NOT = FEED-CODDISP
                 OR TAB-CAL-DESDE(WS-SUB-CAL) > FEED-FECTOMA
                 SET 88-FIN-VERSIONES-SI TO TRUE
              ELSE
                 MOVE WS-SUB-CAL        TO WS-SUB-CAL-VIG
                 ADD 1                  TO WS-SUB-CAL
              END-IF
           END-IF.

       21520-CORRIJO-LECTURA.
      *-----------------------
      * FECHA HASTA EN BLANCO = VERSION ABIERTA. LAS FECHAS
      * AAAA-MM-DD SE COMPARAN BIEN COMO TEXTO.

           IF TAB-CAL-HASTA(WS-SUB-CAL-VIG) = SPACES
              OR TAB-CAL-HASTA(WS-SUB-CAL-VIG) NOT < FEED-FECTOMA
              COMPUTE WS-TEMP-CORREG = FEED-TEMPERAT
                                     + TAB-CAL-OFS-TEMP(WS-SUB-CAL-VIG)
              COMPUTE WS-HUM-CORREG  = FEED-HUMEDAD
                                     + TAB-CAL-OFS-HUM(WS-SUB-CAL-VIG)
              SET 88-CAL-APLICADA-SI TO TRUE
           END-IF.

           IF TAB-CAL-VTO-CERT(WS-SUB-CAL-VIG) < FEED-FECTOMA
              SET 88-CERT-VENCIDO-SI TO TRUE
           END-IF.

      * EL VALOR CORREGIDO TIENE QUE SEGUIR SIENDO FISICAMENTE
      * POSIBLE: SI EL DESVIO LO SACA DE RANGO, LA LECTURA SE
      * RECHAZA Y SE RECICLA CRUDA COMO CUALQUIER OTRA.
           IF 88-CAL-APLICADA-SI
              IF WS-TEMP-CORREG < WS-TEMP-MINIMA-VALIDA
                 OR WS-TEMP-CORREG > WS-TEMP-MAXIMA-VALIDA
                 MOVE WS-TEMP-CORREG   TO WS-TEMP-ED
                 MOVE 'TEMP CORREGIDA FUERA DE RANGO' TO EXCEP-TIPO
                 MOVE WS-TEMP-ED       TO EXCEP-VALOR
                 PERFORM 25000-RECHAZO-REGISTRO
              ELSE
                 IF WS-HUM-CORREG < WS-HUM-MINIMA-VALIDA
                    OR WS-HUM-CORREG > WS-HUM-MAXIMA-VALIDA
                    MOVE WS-HUM-CORREG TO WS-HUM-CORREG-ED
                    MOVE 'HUMEDAD CORREGIDA FUERA RANGO'
                                       TO EXCEP-TIPO
                    MOVE WS-HUM-CORREG-ED TO EXCEP-VALOR
                    PERFORM 25000-RECHAZO-REGISTRO
                 END-IF
              END-IF
           END-IF.

       22000-INSERTO-TREGTEMP.
      *------------------------
      * LA TEMPERATURA Y LA HUMEDAD QUE SE GUARDAN SON LAS YA
      * CORREGIDAS POR 21500-APLICO-CALIBRACION (IGUALES A LAS
      * CRUDAS SI NO HUBO CORRECCION).

           INITIALIZE DCLTREGTEMP.

           MOVE FEED-CODFAB                 TO H-CODFAB.
           MOVE FEED-FECTOMA                TO H-FECTOMA.
           MOVE FEED-HORTOMA                TO H-HORTOMA.
           MOVE WS-TEMP-CORREG              TO H-TEMPERAT.
           MOVE WS-HUM-CORREG               TO H-HUMEDAD.
           MOVE FEED-LATGRAD                TO H-LATGRAD.
           MOVE FEED-LATMIN                 TO H-LATMIN.
           MOVE FEED-LATSEC                 TO H-LATSEC.
                     IF WS-FUE-ACT > 0
                        ADD 1 TO TAB-FUE-INSERTADOS(WS-FUE-ACT)
                     END-IF
                     IF 88-CAL-APLICADA-SI
                        ADD 1 TO WS-CORREGIDOS
                        PERFORM 22600-GRABO-CALTRAZ
                     END-IF
                     IF 88-CERT-VENCIDO-SI
                        PERFORM 25700-AVISO-CERT-VENCIDO
                     END-IF
                     PERFORM 22700-CONTROLO-TARDIA
                     ADD 1 TO WS-CANT-DESDE-COMMIT
                     IF WS-CANT-DESDE-COMMIT >= WS-CANT-COMMIT
                        PERFORM 23500-COMMIT-CARGA
                        MOVE 0 TO WS-CANT-DESDE-COMMIT
                     PERFORM 25000-RECHAZO-REGISTRO
           END-EVALUATE.

       22600-GRABO-CALTRAZ.
      *---------------------
      * DEJA CONSTANCIA DE LA LECTURA CRUDA DE UNA FILA QUE SE
      * GUARDO CORREGIDA, CON LA VERSION DE CALIBRACION USADA.

           MOVE SPACES                  TO REG-CALTRAZ.
           MOVE FEED-CODDISP            TO CTR-CODDISP.
           MOVE FEED-CODFAB             TO CTR-CODFAB.
           MOVE FEED-FECTOMA            TO CTR-FECTOMA.
           MOVE FEED-HORTOMA            TO CTR-HORTOMA.
           MOVE FEED-TEMPERAT           TO CTR-TEMP-CRUDA.
           MOVE FEED-HUMEDAD            TO CTR-HUM-CRUDA.
           MOVE TAB-CAL-OFS-TEMP(WS-SUB-CAL-VIG) TO CTR-OFS-TEMP.
           MOVE TAB-CAL-OFS-HUM(WS-SUB-CAL-VIG)  TO CTR-OFS-HUM.
           MOVE WS-TEMP-CORREG          TO CTR-TEMP-CORREG.
           MOVE WS-HUM-CORREG           TO CTR-HUM-CORREG.
           MOVE TAB-CAL-DESDE(WS-SUB-CAL-VIG)    TO CTR-CAL-FEC-DESDE.
           MOVE TAB-CAL-NRO-CERT(WS-SUB-CAL-VIG) TO CTR-NRO-CERT.
           MOVE WS-CERT-VENCIDO         TO CTR-CERT-VENCIDO.
           MOVE WS-FEC-CICLO            TO CTR-FEC-CICLO.

           WRITE REG-CALTRAZ-FD  FROM REG-CALTRAZ.

           EVALUATE FS-CALTRAZ
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR WRITE CALTRAZ FS: ' FS-CALTRAZ

           END-EVALUATE.

       22700-CONTROLO-TARDIA.
      *-----------------------
      * UNA LECTURA RECIEN INSERTADA CON FECTOMA/HORTOMA DENTRO DE
      * LO QUE EL LISTADO DIARIO YA CUBRIO NO VA A SALIR EN NINGUN
      * LISTADO: SE CUENTA EN SU DIA Y DISPOSITIVO PARA PEDIR EL
      * RELISTADO. LAS FECHAS Y HORAS ISO SE COMPARAN BIEN COMO
      * TEXTO.

           IF 88-RUNCTL-LEIDO-SI
              IF FEED-FECTOMA < WS-RUNCTL-FEC-HASTA
                 OR (FEED-FECTOMA = WS-RUNCTL-FEC-HASTA
                 AND FEED-HORTOMA NOT > WS-RUNCTL-HOR-HASTA)
                 ADD 1 TO WS-TARDIAS
                 PERFORM 22710-ACUMULO-TARDIA
              END-IF
           END-IF.

       22710-ACUMULO-TARDIA.
      *----------------------

           SET 88-TARDIA-HALLADA-NO     TO TRUE.

           PERFORM 22720-BUSCO-TARDIA
              VARYING IX-TARDIA FROM 1 BY 1
              UNTIL IX-TARDIA > WS-CANT-TARDIA
                 OR 88-TARDIA-HALLADA-SI.

           EVALUATE TRUE
               WHEN 88-TARDIA-HALLADA-SI
                    CONTINUE
               WHEN WS-CANT-TARDIA < WS-MAX-TARDIA
                    ADD 1                TO WS-CANT-TARDIA
                    SET IX-TARDIA        TO WS-CANT-TARDIA
                    MOVE FEED-FECTOMA    TO TAB-TAR-FECTOMA(IX-TARDIA)
                    MOVE FEED-CODDISP    TO TAB-TAR-CODDISP(IX-TARDIA)
                    MOVE 1               TO TAB-TAR-CANT(IX-TARDIA)
               WHEN OTHER
                    IF WS-TARDIAS-DESB = 0
                       DISPLAY 'TABLA DE LECTURAS TARDIAS LLENA, LO '
                               'QUE SIGUE SE RELISTA SIN DETALLE'
                    END-IF
                    ADD 1                TO WS-TARDIAS-DESB
                    IF FEED-FECTOMA < WS-DESB-FEC-DESDE
                       MOVE FEED-FECTOMA TO WS-DESB-FEC-DESDE
                    END-IF
                    IF FEED-FECTOMA > WS-DESB-FEC-HASTA
                       MOVE FEED-FECTOMA TO WS-DESB-FEC-HASTA
                    END-IF
           END-EVALUATE.

       22720-BUSCO-TARDIA.
      *--------------------

           IF TAB-TAR-FECTOMA(IX-TARDIA) = FEED-FECTOMA
              AND TAB-TAR-CODDISP(IX-TARDIA) = FEED-CODDISP
              ADD 1 TO TAB-TAR-CANT(IX-TARDIA)
              SET 88-TARDIA-HALLADA-SI TO TRUE
           END-IF.

       23500-COMMIT-CARGA.
      *--------------------
      * CIERRA LA UNIDAD DE TRABAJO EN CURSO Y RECIEN DESPUES
           MOVE WS-FUE-SINCAB            TO CKPT-FUE-SINCAB.
           MOVE WS-CANT-PIE-SUELTO       TO CKPT-CANT-PIE-SUELTO.
           MOVE WS-FUENTE-DESBORDE       TO CKPT-FUENTE-DESBORDE.
           MOVE WS-CORREGIDOS            TO CKPT-CORREGIDOS.
           MOVE WS-AVISOS-CALIBRA        TO CKPT-AVISOS-CALIBRA.
           MOVE WS-TARDIAS               TO CKPT-TARDIAS.
           MOVE WS-CANT-TARDIA           TO CKPT-CANT-TARDIA.
           MOVE TABLA-TARDIA             TO CKPT-TABLA-TARDIA.
           MOVE WS-TARDIAS-DESB          TO CKPT-TARDIAS-DESB.
           MOVE WS-DESB-FEC-DESDE        TO CKPT-DESB-FEC-DESDE.
           MOVE WS-DESB-FEC-HASTA        TO CKPT-DESB-FEC-HASTA.

           OPEN OUTPUT CHECKPT.


           SET 88-REG-VALIDO-NO TO TRUE.

           PERFORM 25100-IDENTIFICO-REGISTRO.

           WRITE REG-RECHAZOS-FD  FROM REG-EXCEPCIO.

           EVALUATE FS-RECHAZOS
               WHEN '00'
                    ADD 1           TO WS-RECHAZADOS
               WHEN OTHER
                    DISPLAY 'ERROR WRITE RECHAZOS FS: ' FS-RECHAZOS

           END-EVALUATE.

           IF WS-FUE-ACT > 0
              ADD 1 TO TAB-FUE-RECHAZADOS(WS-FUE-ACT)
           END-IF.

      * SOLO UNA SECCION DE FABRICANTE LLEVA ACUSE: LOS REPARADOS
      * DE REENTRADA Y LOS DETALLES SIN CABECERA NO.
           IF WS-FUE-ACT > 0
              AND 88-FUENTE-ABIERTA-SI
              AND 88-REENTRADA-ACTIVA-NO
              PERFORM 25300-GRABO-ACUTRAB
           END-IF.

           PERFORM 25500-GRABO-RECICLO.

       25100-IDENTIFICO-REGISTRO.
      *---------------------------
      * COMPLETA EN LA LINEA DE EXCEPCION LA IDENTIFICACION DEL
      * REGISTRO DEL FEED EN CURSO (DISPOSITIVO, FABRICANTE, FECHA
      * Y HORA DE TOMA).

           MOVE FEED-CODDISP            TO EXCEP-COD-DISPO.
           MOVE FEED-CODFAB             TO EXCEP-COD-FABRICANTE.
           MOVE FEED-FECTOMA(9:2)       TO EXCEP-FECHA-DD.
                                           EXCEP-SS
           END-IF.

       25300-GRABO-ACUTRAB.
      *---------------------
      * GUARDA EL DETALLE DE ACUSE DEL RECHAZO EN CURSO: POSICION
      * DENTRO DE LA SECCION (EL LEIDO YA SE CONTO EN 20400),
      * IDENTIFICACION DE LA LECTURA Y MOTIVO DE LA EXCEPCION.

           MOVE SPACES                  TO REG-ACUSE-DET.
           MOVE TAB-FUE-COD(WS-FUE-ACT) TO ACUD-CODFAB.
           MOVE 'D'                     TO ACUD-TIPO.
           MOVE TAB-FUE-LEIDOS(WS-FUE-ACT)
                                        TO ACUD-NRO-REG.
           MOVE FEED-CODDISP            TO ACUD-COD-DISPO.
           MOVE FEED-FECTOMA            TO ACUD-FECTOMA.
           MOVE FEED-HORTOMA            TO ACUD-HORTOMA.
           MOVE EXCEP-TIPO              TO ACUD-MOTIVO.
           MOVE EXCEP-VALOR             TO ACUD-VALOR.

           MOVE WS-FUE-ACT              TO ACUT-FUENTE.
           MOVE REG-ACUSE-DET           TO ACUT-DETALLE.

           WRITE REG-ACUTRAB.

           EVALUATE FS-ACUTRAB
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR WRITE ACUTRAB FS: ' FS-ACUTRAB

           END-EVALUATE.

       25500-GRABO-RECICLO.
      *---------------------
      * ADEMAS DE LA LINEA INFORMATIVA DE RECHAZOS, LA IMAGEN
           EVALUATE FS-RECICLO
               WHEN '00'
                    ADD 1           TO WS-RECICLADOS
                    IF WS-FUE-ACT > 0
                       ADD 1 TO TAB-FUE-RECICLADOS(WS-FUE-ACT)
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR WRITE RECICLO FS: ' FS-RECICLO

           END-EVALUATE.

       25700-AVISO-CERT-VENCIDO.
      *--------------------------
      * LECTURA YA INSERTADA DE UN DISPOSITIVO CUYO CERTIFICADO DE
      * CALIBRACION ESTABA VENCIDO A LA FECHA DE TOMA. VA A
      * RECHAZOS EN EL FORMATO UNICO DE EXCEPCION PARA QUE SE VEA
      * (Y LO CONSOLIDE ESTEMP11), PERO NO ES UN RECHAZO: NO SE
      * CUENTA COMO TAL, NO SE RECICLA Y LA FILA QUEDA CARGADA.

           PERFORM 25100-IDENTIFICO-REGISTRO.
           MOVE 'CERTIFICADO CALIBRAC VENCIDO' TO EXCEP-TIPO.
           MOVE TAB-CAL-VTO-CERT(WS-SUB-CAL-VIG) TO EXCEP-VALOR.

           WRITE REG-RECHAZOS-FD  FROM REG-EXCEPCIO.

           EVALUATE FS-RECHAZOS
               WHEN '00'
                    ADD 1           TO WS-AVISOS-CALIBRA
               WHEN OTHER
                    DISPLAY 'ERROR WRITE RECHAZOS FS: ' FS-RECHAZOS

           END-EVALUATE.

       30000-FINALIZO.
      *--------------


           PERFORM 30100-CUADRO-CARGA.

      * UNA CARGA TRUNCA QUEDA PARA LA RECORRIDA, QUE RETOMA LAS
      * LECTURAS TARDIAS DESDE EL CHECKPOINT Y PIDE EL RELISTADO AL
      * TERMINAR: PEDIRLO ACA LO DUPLICARIA. LO MISMO LOS ACUSES:
      * LOS ENVIA LA RECORRIDA, CON LAS SECCIONES COMPLETAS.
           IF 88-ERROR-ENTRADA-NO
              PERFORM 30300-GRABO-RELISTA
              PERFORM 30400-GRABO-ACUSES
           END-IF.

           PERFORM 31000-CIERRO-ARCHIVOS.

       29500-FINAL-TRANSACCION.
           DISPLAY 'REGISTROS RECICLADOS        : ' WS-CANT-ED.
           MOVE WS-CTRL-LEIDOS           TO WS-CANT-ED.
           DISPLAY 'REGISTROS DE CONTROL LEIDOS : ' WS-CANT-ED.
           MOVE WS-CORREGIDOS            TO WS-CANT-ED.
           DISPLAY 'LECTURAS CORREGIDAS         : ' WS-CANT-ED.
           MOVE WS-AVISOS-CALIBRA        TO WS-CANT-ED.
           DISPLAY 'AVISOS CERTIFICADO VENCIDO  : ' WS-CANT-ED.

           COMPUTE WS-DIF-CARGA = WS-LEIDOS
                                - WS-INSERTADOS

           PERFORM 30150-BALANCEO-FUENTES.

           PERFORM 30170-INFORMO-TARDIAS.

           IF WS-DIF-CARGA NOT = 0
              DISPLAY 'LA CARGA NO CUADRA'
              MOVE 8 TO RETURN-CODE
           ELSE
      * LOS AVISOS DE CERTIFICADO VENCIDO Y LAS LECTURAS TARDIAS
      * DEJAN LA MISMA ADVERTENCIA QUE UN RECHAZO, AUNQUE LA
      * LECTURA SE HAYA CARGADO.
              IF WS-RECHAZADOS > 0
                 OR WS-AVISOS-CALIBRA > 0
                 OR WS-TARDIAS > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
                   ' RECHAZADOS ' WS-CANT-ED3
                   ' '            WS-FUE-ESTADO-DESC.

       30170-INFORMO-TARDIAS.
      *-----------------------
      * SECCION DE LECTURAS TARDIAS: CUANTAS LECTURAS INSERTADAS
      * CAEN EN LO QUE EL LISTADO DIARIO YA CUBRIO, POR DIA Y
      * DISPOSITIVO. LOS RANGOS QUE SE PIDEN RELISTAR SE INFORMAN
      * AL GRABARLOS (30300-GRABO-RELISTA).

           DISPLAY ' '.

           IF 88-RUNCTL-LEIDO-SI
              DISPLAY 'LECTURAS TARDIAS (LISTADO DIARIO HASTA '
                      WS-RUNCTL-FEC-HASTA ' ' WS-RUNCTL-HOR-HASTA
                      '):'
           ELSE
              DISPLAY 'LECTURAS TARDIAS: SIN CONTROL DE CORRIDAS'
           END-IF.

           PERFORM 30180-INFORMO-TARDIA
              VARYING IX-TARDIA FROM 1 BY 1
              UNTIL IX-TARDIA > WS-CANT-TARDIA.

           IF WS-TARDIAS-DESB > 0
              MOVE WS-TARDIAS-DESB       TO WS-CANT-ED
              DISPLAY 'SIN DETALLE (TABLA LLENA)   : ' WS-CANT-ED
                      ' ENTRE ' WS-DESB-FEC-DESDE
                      ' Y ' WS-DESB-FEC-HASTA
           END-IF.

           MOVE WS-TARDIAS               TO WS-CANT-ED.
           DISPLAY 'TOTAL LECTURAS TARDIAS      : ' WS-CANT-ED.

       30180-INFORMO-TARDIA.
      *----------------------

           MOVE TAB-TAR-CANT(IX-TARDIA)  TO WS-CANT-ED.
           DISPLAY 'DIA ' TAB-TAR-FECTOMA(IX-TARDIA)
                   ' DISPOSITIVO ' TAB-TAR-CODDISP(IX-TARDIA)
                   ' LECTURAS ' WS-CANT-ED.

       30300-GRABO-RELISTA.
      *---------------------
      * PIDE EL RELISTADO DE LOS DIAS CON LECTURAS TARDIAS: UN
      * REGISTRO POR RANGO DE DIAS CONSECUTIVOS, AGREGADO A LOS
      * PEDIDOS QUE SIGAN PENDIENTES. LOS DIAS SE TOMAN DE MENOR A
      * MAYOR RECORRIENDO LA TABLA (NO HACE FALTA ORDENARLA). LO
      * QUE NO ENTRO EN LA TABLA SE PIDE COMO UN RANGO APARTE
      * ENTRE SU FECHA MINIMA Y MAXIMA. TODO RANGO SE PARTE EN
      * TRAMOS DE HASTA WS-MAX-DIAS-PEDIDO DIAS. EL FS '05' ES EL OPEN
      * OPTIONAL DE UN ARCHIVO AUSENTE, QUE SE CREA.

           IF WS-TARDIAS > 0
              OPEN EXTEND RELISTA
              EVALUATE FS-RELISTA
                  WHEN '00'
                  WHEN '05'
                       PERFORM 30305-ARMO-PEDIDOS
                       CLOSE RELISTA
                  WHEN OTHER
                       DISPLAY 'ERROR OPEN RELISTA FS: ' FS-RELISTA
                       DISPLAY 'NO SE PUDO PEDIR EL RELISTADO DE LAS '
                               'LECTURAS TARDIAS'
                       MOVE 16 TO RETURN-CODE
              END-EVALUATE
           END-IF.

       30305-ARMO-PEDIDOS.
      *--------------------

           DISPLAY ' '.
           DISPLAY 'PEDIDOS DE RELISTADO:'.

           MOVE SPACES                   TO WS-TAR-DIA-ULT.
           SET 88-RANGO-ABIERTO-NO       TO TRUE.

           PERFORM 30310-PROXIMO-DIA-TARDIO.

           PERFORM 30320-ARMO-RANGO
              UNTIL WS-TAR-DIA-PROX = HIGH-VALUES.

           IF 88-RANGO-ABIERTO-SI
              PERFORM 30330-WRITE-RELISTA
           END-IF.

           IF WS-TARDIAS-DESB > 0
              PERFORM 30350-PIDO-DESBORDE
           END-IF.

       30310-PROXIMO-DIA-TARDIO.
      *--------------------------
      * BUSCA EL MENOR DIA DE LA TABLA POSTERIOR AL ULTIMO TRATADO
      * Y ACUMULA SUS LECTURAS Y SUS DISPOSITIVOS. SIN MAS DIAS
      * QUEDA EN HIGH-VALUES.

           MOVE HIGH-VALUES              TO WS-TAR-DIA-PROX.
           MOVE 0                        TO WS-TAR-PROX-LECTURAS
                                            WS-TAR-PROX-DISPOS.

           PERFORM 30315-COMPARO-DIA-TARDIO
              VARYING IX-TARDIA FROM 1 BY 1
              UNTIL IX-TARDIA > WS-CANT-TARDIA.

       30315-COMPARO-DIA-TARDIO.
      *--------------------------

           IF TAB-TAR-FECTOMA(IX-TARDIA) > WS-TAR-DIA-ULT
              EVALUATE TRUE
                  WHEN TAB-TAR-FECTOMA(IX-TARDIA) < WS-TAR-DIA-PROX
                       MOVE TAB-TAR-FECTOMA(IX-TARDIA)
                                         TO WS-TAR-DIA-PROX
                       MOVE TAB-TAR-CANT(IX-TARDIA)
                                         TO WS-TAR-PROX-LECTURAS
                       MOVE 1            TO WS-TAR-PROX-DISPOS
                  WHEN TAB-TAR-FECTOMA(IX-TARDIA) = WS-TAR-DIA-PROX
                       ADD TAB-TAR-CANT(IX-TARDIA)
                                         TO WS-TAR-PROX-LECTURAS
                       ADD 1             TO WS-TAR-PROX-DISPOS
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-IF.

       30320-ARMO-RANGO.
      *------------------
      * UN DIA QUE SIGUE AL ULTIMO DEL RANGO ABIERTO LO ESTIRA;
      * CUALQUIER OTRO CIERRA EL RANGO (LO GRABA) Y ABRE UNO NUEVO.

           MOVE WS-TAR-DIA-PROX(1:4)     TO WS-FECNUM-AAAA.
           MOVE WS-TAR-DIA-PROX(6:2)     TO WS-FECNUM-MM.
           MOVE WS-TAR-DIA-PROX(9:2)     TO WS-FECNUM-DD.
           COMPUTE WS-TAR-DIA-PROX-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FECNUM-N).

           IF 88-RANGO-ABIERTO-SI
              AND WS-TAR-DIA-PROX-INT = WS-TAR-DIA-ULT-INT + 1
              AND WS-TAR-DIA-PROX-INT - WS-TAR-DESDE-INT
                  < WS-MAX-DIAS-PEDIDO
              MOVE WS-TAR-DIA-PROX       TO REL-FEC-HASTA
              ADD WS-TAR-PROX-LECTURAS   TO REL-CANT-LECTURAS
              ADD WS-TAR-PROX-DISPOS     TO REL-CANT-DIA-DISPO
           ELSE
              IF 88-RANGO-ABIERTO-SI
                 PERFORM 30330-WRITE-RELISTA
              END-IF
              PERFORM 30340-INICIO-PEDIDO
              MOVE WS-TAR-DIA-PROX       TO REL-FEC-DESDE
                                            REL-FEC-HASTA
              MOVE WS-TAR-PROX-LECTURAS  TO REL-CANT-LECTURAS
              MOVE WS-TAR-PROX-DISPOS    TO REL-CANT-DIA-DISPO
              MOVE WS-TAR-DIA-PROX-INT   TO WS-TAR-DESDE-INT
              SET 88-RANGO-ABIERTO-SI    TO TRUE
           END-IF.

           MOVE WS-TAR-DIA-PROX          TO WS-TAR-DIA-ULT.
           MOVE WS-TAR-DIA-PROX-INT      TO WS-TAR-DIA-ULT-INT.

           PERFORM 30310-PROXIMO-DIA-TARDIO.

       30330-WRITE-RELISTA.
      *---------------------

           WRITE REG-RELISTA-FD  FROM REG-RELISTA.

           EVALUATE FS-RELISTA
               WHEN '00'
                    ADD 1 TO WS-CANT-PEDIDOS
                    MOVE REL-CANT-LECTURAS TO WS-CANT-ED
                    MOVE REL-CANT-DIA-DISPO TO WS-CANT-ED2
                    DISPLAY 'RELISTAR DESDE ' REL-FEC-DESDE
                            ' HASTA ' REL-FEC-HASTA
                            ' LECTURAS ' WS-CANT-ED
                            ' DISPOSITIVO-DIAS ' WS-CANT-ED2
               WHEN OTHER
                    DISPLAY 'ERROR WRITE RELISTA FS: ' FS-RELISTA
                    MOVE 16 TO RETURN-CODE
           END-EVALUATE.

           SET 88-RANGO-ABIERTO-NO       TO TRUE.

       30340-INICIO-PEDIDO.
      *---------------------

           MOVE SPACES                   TO REG-RELISTA.
           MOVE 0                        TO REL-CANT-LECTURAS
                                            REL-CANT-DIA-DISPO.
           MOVE WS-BIT-FEC-CICLO         TO REL-FEC-PEDIDO.
           MOVE WS-BIT-HOR-INICIO        TO REL-HOR-PEDIDO.
           MOVE WS-RUNCTL-FEC-HASTA      TO REL-FEC-LISTADO.

       30350-PIDO-DESBORDE.
      *---------------------
      * EL RANGO DE LO QUE NO ENTRO EN LA TABLA (UNA CARGA DE
      * ATRASADOS PUEDE CUBRIR MAS DE UN ANIO) SE PIDE EN TRAMOS
      * CONSECUTIVOS DE HASTA WS-MAX-DIAS-PEDIDO DIAS, PARA QUE
      * ESTEMP03 PUEDA CUBRIR CADA UNO. LAS LECTURAS DEL DESBORDE
      * NO SE CONOCEN POR DIA: VAN TODAS EN EL PRIMER TRAMO.

           MOVE WS-DESB-FEC-DESDE(1:4)   TO WS-FECNUM-AAAA.
           MOVE WS-DESB-FEC-DESDE(6:2)   TO WS-FECNUM-MM.
           MOVE WS-DESB-FEC-DESDE(9:2)   TO WS-FECNUM-DD.
           COMPUTE WS-TAR-DESDE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FECNUM-N).

           MOVE WS-DESB-FEC-HASTA(1:4)   TO WS-FECNUM-AAAA.
           MOVE WS-DESB-FEC-HASTA(6:2)   TO WS-FECNUM-MM.
           MOVE WS-DESB-FEC-HASTA(9:2)   TO WS-FECNUM-DD.
           COMPUTE WS-TAR-DIA-ULT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FECNUM-N).

           MOVE WS-TARDIAS-DESB          TO WS-TAR-PROX-LECTURAS.

           PERFORM 30355-PIDO-TRAMO-DESBORDE
              UNTIL WS-TAR-DESDE-INT > WS-TAR-DIA-ULT-INT.

       30355-PIDO-TRAMO-DESBORDE.
      *---------------------------

           COMPUTE WS-TAR-HASTA-INT =
                   WS-TAR-DESDE-INT + WS-MAX-DIAS-PEDIDO - 1.
           IF WS-TAR-HASTA-INT > WS-TAR-DIA-ULT-INT
              MOVE WS-TAR-DIA-ULT-INT    TO WS-TAR-HASTA-INT
           END-IF.

           PERFORM 30340-INICIO-PEDIDO.

           MOVE FUNCTION DATE-OF-INTEGER(WS-TAR-DESDE-INT)
                                         TO WS-FECNUM-N.
           MOVE WS-FECNUM-AAAA           TO WS-FECISO-AAAA.
           MOVE WS-FECNUM-MM             TO WS-FECISO-MM.
           MOVE WS-FECNUM-DD             TO WS-FECISO-DD.
           MOVE WS-FECISO                TO REL-FEC-DESDE.

           MOVE FUNCTION DATE-OF-INTEGER(WS-TAR-HASTA-INT)
                                         TO WS-FECNUM-N.
           MOVE WS-FECNUM-AAAA           TO WS-FECISO-AAAA.
           MOVE WS-FECNUM-MM             TO WS-FECISO-MM.
           MOVE WS-FECNUM-DD             TO WS-FECISO-DD.
           MOVE WS-FECISO                TO REL-FEC-HASTA.

           MOVE WS-TAR-PROX-LECTURAS     TO REL-CANT-LECTURAS.
           MOVE 0                        TO WS-TAR-PROX-LECTURAS.

           PERFORM 30330-WRITE-RELISTA.

           COMPUTE WS-TAR-DESDE-INT = WS-TAR-HASTA-INT + 1.

       30400-GRABO-ACUSES.
      *--------------------
      * DEVUELVE A CADA FABRICANTE EL ACUSE DE RECIBO DE SU SECCION
      * DEL FEED Y DEJA IMPRESO EN EL REGISTRO DE ACUSES QUE SE LE
      * ENVIO. LOS DETALLES DE RECHAZO SE TOMAN DE ACUTRAB, QUE SE
      * RELEE UNA VEZ POR SECCION PARA DEJAR CADA ACUSE AGRUPADO
      * (CABECERA Y SUS DETALLES). UN ERROR DE ARCHIVO DEJA LOS
      * ACUSES INCOMPLETOS: RETORNO 16, PARA QUE NO SE TRANSMITAN.

           IF 88-OPEN-ACUTRAB-SI
              SET 88-OPEN-ACUTRAB-NO TO TRUE
              PERFORM 31170-CIERRO-ACUTRAB
           END-IF.

           MOVE FUNCTION CURRENT-DATE   TO WS-BIT-AHORA.
           PERFORM 10011-ARMO-AHORA-ISO.
           MOVE WS-BIT-FECISO           TO WS-ACU-FEC-ENVIO.
           MOVE WS-BIT-HORISO           TO WS-ACU-HOR-ENVIO.

           OPEN OUTPUT ACUSE.

           EVALUATE FS-ACUSE
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR OPEN ACUSE FS: ' FS-ACUSE
                    SET 88-ERROR-ACUSE-SI TO TRUE
           END-EVALUATE.

           IF 88-ERROR-ACUSE-NO
              OPEN OUTPUT INFORME
              EVALUATE FS-INFORME
                  WHEN '00'
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR OPEN INFORME FS: ' FS-INFORME
                       SET 88-ERROR-ACUSE-SI TO TRUE
                       CLOSE ACUSE
              END-EVALUATE
           END-IF.

           IF 88-ERROR-ACUSE-NO
              PERFORM 30410-ACUSO-FUENTE
                 VARYING IX-FUENTE FROM 1 BY 1
                 UNTIL IX-FUENTE > WS-CANT-FUENTE
              PERFORM 30450-TOTALES-ACUSES
              CLOSE ACUSE
              CLOSE INFORME
           END-IF.

           DISPLAY ' '.
           MOVE WS-CANT-ACUSES           TO WS-CANT-ED.
           DISPLAY 'ACUSES DE RECIBO ENVIADOS   : ' WS-CANT-ED.
           MOVE WS-ACU-DETALLES          TO WS-CANT-ED.
           DISPLAY 'DETALLES DE RECHAZO ENVIADOS: ' WS-CANT-ED.

           IF 88-ERROR-ACUSE-SI
              DISPLAY 'LOS ACUSES DE RECIBO QUEDARON INCOMPLETOS'
              MOVE 16 TO RETURN-CODE
           END-IF.

       30410-ACUSO-FUENTE.
      *--------------------
      * LOS REPARADOS DE REENTRADA Y LOS DETALLES SIN CABECERA NO
      * SON UNA TRANSMISION DE NINGUN FABRICANTE: NO LLEVAN ACUSE.

           EVALUATE TRUE
               WHEN 88-ERROR-ACUSE-SI
                    CONTINUE
               WHEN 88-TAB-FUE-EXENTA(IX-FUENTE)
               WHEN TAB-FUE-COD(IX-FUENTE) = '?????'
                    ADD 1 TO WS-ACU-OMITIDAS
               WHEN OTHER
                    PERFORM 30420-GRABO-CABECERA-ACUSE
                    PERFORM 30430-GRABO-DETALLES-ACUSE
                    PERFORM 30440-IMPRIMO-ACUSE
           END-EVALUATE.

       30420-GRABO-CABECERA-ACUSE.
      *----------------------------
      * UNA SECCION DESBALANCEADA O SIN PIE (30160 YA CERRO COMO
      * SIN PIE LAS QUE QUEDARON ABIERTAS) SE RECHAZA ENTERA: EL
      * FABRICANTE TIENE QUE RETRANSMITIRLA. BALANCEADA, ES
      * PARCIAL SI TUVO RECHAZOS.

           MOVE SPACES                  TO REG-ACUSE-CAB.
           MOVE TAB-FUE-COD(IX-FUENTE)  TO ACUC-CODFAB.
           SET 88-ACU-CABECERA          TO TRUE.
           MOVE TAB-FUE-FEC-GEN(IX-FUENTE)
                                        TO ACUC-FEC-GEN.
           MOVE TAB-FUE-HOR-GEN(IX-FUENTE)
                                        TO ACUC-HOR-GEN.

           EVALUATE TRUE
               WHEN 88-TAB-FUE-BALANCEADA(IX-FUENTE)
                AND TAB-FUE-RECHAZADOS(IX-FUENTE) = 0
                    MOVE 'ACCEPTED'      TO ACUC-ESTADO
                    ADD 1 TO WS-ACU-ACEPTADOS
               WHEN 88-TAB-FUE-BALANCEADA(IX-FUENTE)
                    MOVE 'PARTIAL'       TO ACUC-ESTADO
                    ADD 1 TO WS-ACU-PARCIALES
               WHEN OTHER
                    MOVE 'REJECTED-UNBALANCED'
                                         TO ACUC-ESTADO
                    ADD 1 TO WS-ACU-DESBALANCE
           END-EVALUATE.

           MOVE TAB-FUE-LEIDOS(IX-FUENTE)     TO ACUC-CANT-RECIBIDOS.
           MOVE TAB-FUE-INSERTADOS(IX-FUENTE) TO ACUC-CANT-INSERTADOS.
           MOVE TAB-FUE-RECHAZADOS(IX-FUENTE) TO ACUC-CANT-RECHAZADOS.
           MOVE TAB-FUE-RECICLADOS(IX-FUENTE) TO ACUC-CANT-RECICLADOS.
           MOVE TAB-FUE-PIE-CANT(IX-FUENTE)   TO ACUC-CANT-DECLARADOS.
           MOVE WS-ACU-FEC-ENVIO        TO ACUC-FEC-PROCESO.
           MOVE WS-ACU-HOR-ENVIO        TO ACUC-HOR-PROCESO.

           WRITE REG-ACUSE-FD  FROM REG-ACUSE-CAB.

           EVALUATE FS-ACUSE
               WHEN '00'
                    ADD 1 TO WS-CANT-ACUSES
               WHEN OTHER
                    DISPLAY 'ERROR WRITE ACUSE FS: ' FS-ACUSE
                    SET 88-ERROR-ACUSE-SI TO TRUE
           END-EVALUATE.

       30430-GRABO-DETALLES-ACUSE.
      *----------------------------

           MOVE 0                       TO WS-ACU-DET-FUENTE
                                           WS-ACU-ULT-NRO.
           SET WS-ACU-FUENTE            TO IX-FUENTE.

           IF TAB-FUE-RECHAZADOS(IX-FUENTE) > 0
              AND 88-ERROR-ACUSE-NO
              OPEN INPUT ACUTRAB
              EVALUATE FS-ACUTRAB
                  WHEN '00'
                       PERFORM 30435-LEO-ACUTRAB
                       PERFORM 30436-COPIO-DETALLE
                          UNTIL 88-FS-ACUTRAB-EOF
                       CLOSE ACUTRAB
                  WHEN OTHER
                       DISPLAY 'ERROR OPEN ACUTRAB FS: ' FS-ACUTRAB
                       SET 88-ERROR-ACUSE-SI TO TRUE
              END-EVALUATE
           END-IF.

       30435-LEO-ACUTRAB.
      *-------------------

           READ ACUTRAB.

           EVALUATE TRUE
               WHEN 88-FS-ACUTRAB-OK
                    CONTINUE
               WHEN 88-FS-ACUTRAB-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR READ ACUTRAB FS: ' FS-ACUTRAB
                    SET 88-ERROR-ACUSE-SI TO TRUE
                    SET 88-FS-ACUTRAB-EOF TO TRUE
           END-EVALUATE.

       30436-COPIO-DETALLE.
      *---------------------
      * LAS POSICIONES DE UNA SECCION CRECEN EN EL ORDEN EN QUE SE
      * ESCRIBIERON: UNA QUE NO SUPERA LA ULTIMA ACUSADA ES LA
      * REPETICION DE UN REINICIO Y NO SE VUELVE A ENVIAR.

           IF ACUT-FUENTE = WS-ACU-FUENTE
              MOVE ACUT-DETALLE         TO REG-ACUSE-DET
              IF ACUD-NRO-REG > WS-ACU-ULT-NRO
                 MOVE ACUD-NRO-REG      TO WS-ACU-ULT-NRO
                 WRITE REG-ACUSE-FD  FROM REG-ACUSE-DET
                 EVALUATE FS-ACUSE
                     WHEN '00'
                          ADD 1 TO WS-ACU-DET-FUENTE
                          ADD 1 TO WS-ACU-DETALLES
                     WHEN OTHER
                          DISPLAY 'ERROR WRITE ACUSE FS: ' FS-ACUSE
                          SET 88-ERROR-ACUSE-SI TO TRUE
                          SET 88-FS-ACUTRAB-EOF TO TRUE
                 END-EVALUATE
              END-IF
           END-IF.

           IF NOT 88-FS-ACUTRAB-EOF
              PERFORM 30435-LEO-ACUTRAB
           END-IF.

       30440-IMPRIMO-ACUSE.
      *---------------------

           MOVE TAB-FUE-COD(IX-FUENTE)  TO DETACU-CODFAB.
           PERFORM 30445-CONSULTO-TFABRICA.
           MOVE TAB-FUE-FEC-GEN(IX-FUENTE)
                                        TO DETACU-FEC-GEN.
           MOVE TAB-FUE-HOR-GEN(IX-FUENTE)
                                        TO DETACU-HOR-GEN.
           MOVE ACUC-ESTADO             TO DETACU-ESTADO.
           MOVE TAB-FUE-LEIDOS(IX-FUENTE)     TO DETACU-RECIBIDOS.
           MOVE TAB-FUE-INSERTADOS(IX-FUENTE) TO DETACU-INSERTADOS.
           MOVE TAB-FUE-RECHAZADOS(IX-FUENTE) TO DETACU-RECHAZADOS.
           MOVE TAB-FUE-RECICLADOS(IX-FUENTE) TO DETACU-RECICLADOS.
           MOVE WS-ACU-DET-FUENTE       TO DETACU-DETALLES.

           MOVE DETACU                  TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

       30445-CONSULTO-TFABRICA.
      *-------------------------

           INITIALIZE                       DCLTFABRICA.
           MOVE TAB-FUE-COD(IX-FUENTE)   TO F-CODFAB.

           EXEC SQL
                SELECT NOMBRERE INTO :F-NOMBRERE
                FROM IDCC22.TFABRICA
                WHERE CODFAB = :F-CODFAB
           END-EXEC.

           MOVE SQLCODE                  TO WS-SQLCODE.

           EVALUATE TRUE
                 WHEN DB2-OK
                      MOVE F-NOMBRERE        TO DETACU-NOMBRE
                 WHEN OTHER
                      MOVE 'SIN NOMBRE'      TO DETACU-NOMBRE
           END-EVALUATE.

       30450-TOTALES-ACUSES.
      *----------------------

           IF WS-CANT-ACUSES = 0
              MOVE SPACES               TO DETAVISO-TEXTO
              MOVE '(EL FEED NO TRAJO SECCIONES DE FABRICANTE)'
                                        TO DETAVISO-TEXTO
              MOVE DETAVISO             TO REG-INFORME
              PERFORM 28000-GRABO-INFORME
           END-IF.

           MOVE TIT03                   TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'ACUSES ENVIADOS             :' TO DETTOT-TEXTO.
           MOVE WS-CANT-ACUSES          TO DETTOT-CANT.
           MOVE DETTOT                  TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE '  ACCEPTED                  :' TO DETTOT-TEXTO.
           MOVE WS-ACU-ACEPTADOS        TO DETTOT-CANT.
           MOVE DETTOT                  TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE '  PARTIAL                   :' TO DETTOT-TEXTO.
           MOVE WS-ACU-PARCIALES        TO DETTOT-CANT.
           MOVE DETTOT                  TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE '  REJECTED-UNBALANCED       :' TO DETTOT-TEXTO.
           MOVE WS-ACU-DESBALANCE       TO DETTOT-CANT.
           MOVE DETTOT                  TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'DETALLES DE RECHAZO ENVIADOS:' TO DETTOT-TEXTO.
           MOVE WS-ACU-DETALLES         TO DETTOT-CANT.
           MOVE DETTOT                  TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'FUENTES SIN ACUSE           :' TO DETTOT-TEXTO.
           MOVE WS-ACU-OMITIDAS         TO DETTOT-CANT.
           MOVE DETTOT                  TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE WS-ACU-FEC-ENVIO        TO DETENVIO-FECHA.
           MOVE WS-ACU-HOR-ENVIO        TO DETENVIO-HORA.
           MOVE DETENVIO                TO REG-INFORME.
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

           PERFORM 28600-CARGO-FECHA-HORA.
           MOVE TIT02       TO REG-INFORME.
           PERFORM 29000-WRITE-INFORME.

           MOVE TIT03       TO REG-INFORME.
           PERFORM 29000-WRITE-INFORME.

           MOVE SUBT01      TO REG-INFORME.
           PERFORM 29000-WRITE-INFORME.

           MOVE SUBT02      TO REG-INFORME.
           PERFORM 29000-WRITE-INFORME.

           MOVE REG-INFORME-SALVA TO REG-INFORME.

       28600-CARGO-FECHA-HORA.
      *------------------------

           MOVE FUNCTION CURRENT-DATE       TO WS-CURRENT-DATE.
           MOVE WS-CURRDATE-DD              TO TIT02-FECHA-DD.
           MOVE WS-CURRDATE-MM              TO TIT02-FECHA-MM.
           MOVE WS-CURRDATE-AAAA            TO TIT02-FECHA-AAAA.
           MOVE WS-CURRDATE-HH              TO TIT02-HORA-HH.
           MOVE WS-CURRDATE-MN              TO TIT02-HORA-MM.
           MOVE WS-CURRDATE-SS              TO TIT02-HORA-SS.

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

       30900-GRABO-BITACORA.
      *----------------------
      * AGREGA ESTA CORRIDA A LA BITACORA DE CICLO CON SU RETORNO
      * FINAL. UN ERROR DE LA BITACORA SE AVISA PERO NO CAMBIA EL
      * RETORNO: EL PROCESO YA TERMINO.
      * LEIDOS = REGISTROS DE DETALLE DEL FEED Y DE REENTRADA,
      * GRABADOS = FILAS INSERTADAS EN TREGTEMP, RECHAZOS =
      * REGISTROS RECHAZADOS (Y RECICLADOS).

           MOVE SPACES                  TO REG-BITACORA.
           MOVE 'ESTEMP04'              TO BIT-PROGRAMA.
           MOVE WS-BIT-FEC-CICLO        TO BIT-FEC-CICLO.
           MOVE SPACES                  TO BIT-FEC-DESDE.
           MOVE SPACES                  TO BIT-FEC-HASTA.
           MOVE WS-BIT-FEC-INICIO       TO BIT-FEC-INICIO.
           MOVE WS-BIT-HOR-INICIO       TO BIT-HOR-INICIO.

           MOVE FUNCTION CURRENT-DATE   TO WS-BIT-AHORA.
           PERFORM 10011-ARMO-AHORA-ISO.
           MOVE WS-BIT-FECISO           TO BIT-FEC-FIN.
           MOVE WS-BIT-HORISO           TO BIT-HOR-FIN.

           MOVE WS-LEIDOS               TO BIT-CANT-LEIDOS.
           MOVE WS-INSERTADOS           TO BIT-CANT-GRABADOS.
           MOVE WS-RECHAZADOS           TO BIT-CANT-RECHAZOS.
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

           IF 88-OPEN-CALIBRA-SI
              SET 88-OPEN-CALIBRA-NO TO TRUE
              PERFORM 31135-CIERRO-CALIBRA
           END-IF.

           IF 88-OPEN-RECHAZOS-SI
              SET 88-OPEN-RECHAZOS-NO TO TRUE
              PERFORM 31140-CIERRO-RECHAZOS
           END-IF.

           IF 88-OPEN-CALTRAZ-SI
              SET 88-OPEN-CALTRAZ-NO TO TRUE
              PERFORM 31145-CIERRO-CALTRAZ
           END-IF.

           IF 88-OPEN-RECICLO-SI
              SET 88-OPEN-RECICLO-NO TO TRUE
              PERFORM 31150-CIERRO-RECICLO
              PERFORM 31160-CIERRO-REENTRADA
           END-IF.

           IF 88-OPEN-ACUTRAB-SI
              SET 88-OPEN-ACUTRAB-NO TO TRUE
              PERFORM 31170-CIERRO-ACUTRAB
           END-IF.

       31100-CIERRO-ENTRADA.
      *---------------------

                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE ENTRADA FS: ' FS-ENTRADA
                    PERFORM 99000-ABORTO

           END-EVALUATE.

                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE MAEDISP FS: ' FS-MAEDISP
                    PERFORM 99000-ABORTO

           END-EVALUATE.

       31135-CIERRO-CALIBRA.
      *---------------------

           CLOSE CALIBRA.

           EVALUATE TRUE
               WHEN 88-FS-CALIBRA-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE CALIBRA FS: ' FS-CALIBRA
                    PERFORM 99000-ABORTO

           END-EVALUATE.

                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RECHAZOS FS: ' FS-RECHAZOS
                    PERFORM 99000-ABORTO

           END-EVALUATE.

       31145-CIERRO-CALTRAZ.
      *---------------------

           CLOSE CALTRAZ.

           EVALUATE TRUE
               WHEN 88-FS-CALTRAZ-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE CALTRAZ FS: ' FS-CALTRAZ
                    PERFORM 99000-ABORTO

           END-EVALUATE.

                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RECICLO FS: ' FS-RECICLO
                    PERFORM 99000-ABORTO

           END-EVALUATE.

                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE REENTRADA FS: ' FS-REENTRADA
                    PERFORM 99000-ABORTO

           END-EVALUATE.

       31170-CIERRO-ACUTRAB.
      *----------------------

           CLOSE ACUTRAB.

           EVALUATE TRUE
               WHEN 88-FS-ACUTRAB-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE ACUTRAB FS: ' FS-ACUTRAB
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
