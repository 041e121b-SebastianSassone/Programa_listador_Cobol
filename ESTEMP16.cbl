       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. ESTEMP16.
      *AUTHOR. SEBASTIAN SASSONE.
      *DATE-WRITTEN. 14/10/2026.
      *DATE-COMPILED. EARRING.
      *----------------------------------------------------------------
      *ESTE ES UN PROGRAMA DE CERTIFICADOS DE CUMPLIMIENTO DE CADENA
      *DE FRIO POR EMBARQUE, A PEDIDO. POR CADA REGISTRO DEL ARCHIVO
      *DE EMBARQUES (NUMERO, CLIENTE = MAEDISP-COD-PROPIET,
      *DISPOSITIVO, FECHA/HORA DE INICIO Y DE FIN Y RANGO ACEPTABLE,
      *QUE POR DEFECTO ES EL DE UMBRALES DEL DISPOSITIVO) IMPRIME UNA
      *HOJA DE CERTIFICADO CON LAS LECTURAS DE LA VENTANA TOMADAS DE
      *IDCC22.TREGTEMP, O DEL RESGUARDO DE ESTEMP07 (COPY WREGARC)
      *PARA LA PARTE DE LA VENTANA QUE YA FUE PURGADA:
      *  - LECTURAS CUBIERTAS Y HUECOS DE MUESTREO.
      *  - MINUTOS SOBRE Y BAJO EL RANGO Y LA EXCURSION MAS LARGA.
      *  - TEMPERATURA MINIMA, MAXIMA, PROMEDIO Y CINETICA MEDIA
      *    (MKT).
      *  - VEREDICTO PASS/FAIL.
      *Y GRABA UN REGISTRO DE RESULTADO POR EMBARQUE (COPY WREGCER)
      *PARA DEVOLVER AL SISTEMA DEL CLIENTE. LOS EMBARQUES CON DATOS
      *INVALIDOS SE RECHAZAN EN EL FORMATO UNICO DE EXCEPCION (COPY
      *WREGEXC) Y TAMBIEN LLEVAN SU REGISTRO DE RESULTADO, CON
      *VEREDICTO 'ERR '.
      *LOS MINUTOS SE IMPUTAN POR TRAMOS: CADA INTERVALO ENTRE DOS
      *LECTURAS CONSECUTIVAS (Y LOS EXTREMOS CONTRA EL INICIO Y EL
      *FIN DEL EMBARQUE) TOMA EL ESTADO DE LA LECTURA QUE LO ABRE.
      *UN INTERVALO MAYOR AL ADMITIDO ES UN HUECO DE MUESTREO: NO SE
      *IMPUTA A NINGUN ESTADO PORQUE NO SE SABE QUE PASO EN EL.
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

           SELECT EMBARQUE        ASSIGN       TO EMBARQUE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-EMBARQUE.

           SELECT MAEDISP         ASSIGN       TO MAEDISP
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE  IS RANDOM
                                  RECORD KEY   IS REG-MAEDISP-KEY-FD
                                  FILE STATUS  IS FS-MAEDISP.

           SELECT OPTIONAL UMBRALES ASSIGN     TO UMBRALES
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE  IS DYNAMIC
                                  RECORD KEY   IS REG-UMBRAL-KEY-FD
                                  FILE STATUS  IS FS-UMBRALES.

           SELECT OPTIONAL CATALOGO ASSIGN     TO CATALOGO
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-CATALOGO.

           SELECT OPTIONAL RUNCTL ASSIGN       TO RUNCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-RUNCTL.

           SELECT OPTIONAL ARCHIVO ASSIGN      TO ARCHIVO
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-ARCHIVO.

           SELECT INFORME         ASSIGN       TO INFORME
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-INFORME.

           SELECT RESULEMB        ASSIGN       TO RESULEMB
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-RESULEMB.

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
      * ARCHIVO DE EMBARQUES A CERTIFICAR: UNO POR REGISTRO. LAS
      * HORAS EN BLANCO VALEN 00:00:00 (DESDE) Y 23:59:59 (HASTA).
      * EL RANGO ACEPTABLE LLEVA SIGNO SEPARADO ADELANTE COMO
      * UMBRALES; EL LIMITE QUE VENGA EN BLANCO SE TOMA DE UMBRALES.
      * EMB-MIN-HUECO ES EL INTERVALO MAXIMO ENTRE LECTURAS QUE NO
      * CUENTA COMO HUECO (EN BLANCO O CERO = 30 MINUTOS) Y
      * EMB-MIN-EXCUR LOS MINUTOS FUERA DE RANGO QUE EL CLIENTE
      * ADMITE SIN RECHAZAR EL EMBARQUE (EN BLANCO = NINGUNO).
      *---------------------------------------------
       FD  EMBARQUE
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-EMBARQUE.
           03 EMB-NRO-EMBARQUE            PIC X(10).
           03 EMB-COD-PROPIET             PIC X(05).
           03 EMB-COD-DISPO               PIC X(05).
           03 EMB-FEC-DESDE               PIC X(10).
           03 EMB-HOR-DESDE               PIC X(08).
           03 EMB-FEC-HASTA               PIC X(10).
           03 EMB-HOR-HASTA               PIC X(08).
           03 EMB-RANGO-MIN-X             PIC X(09).
           03 EMB-RANGO-MIN REDEFINES EMB-RANGO-MIN-X
                                          PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 EMB-RANGO-MAX-X             PIC X(09).
           03 EMB-RANGO-MAX REDEFINES EMB-RANGO-MAX-X
                                          PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 EMB-MIN-HUECO-X             PIC X(04).
           03 EMB-MIN-HUECO REDEFINES EMB-MIN-HUECO-X
                                          PIC 9(04).
           03 EMB-MIN-EXCUR-X             PIC X(04).
           03 EMB-MIN-EXCUR REDEFINES EMB-MIN-EXCUR-X
                                          PIC 9(04).
           03 FILLER                      PIC X(18).

       FD  MAEDISP.
       01  ENT-REG-MAEDISP.
           03 REG-MAEDISP-KEY-FD          PIC X(05).
           03 FILLER                      PIC X(75).

      *---------------------------------------------
      * MAESTRO DE UMBRALES DE OPERACION POR DISPOSITIVO (CLAVE
      * DISPOSITIVO + VIGENCIA DESDE). ES OPCIONAL: SIN EL, TODO
      * EMBARQUE TIENE QUE TRAER SU RANGO.
      *---------------------------------------------
       FD  UMBRALES.
       01  ENT-REG-UMBRAL.
           03 REG-UMBRAL-KEY-FD           PIC X(23).
           03 FILLER                      PIC X(77).

      *---------------------------------------------
      * CATALOGO DE RESGUARDOS QUE MANTIENE ESTEMP07 (COPY
      * WREGCAT). DICE HASTA QUE FECTOMA LLEGA LO ARCHIVADO. SOLO
      * SE USA PARA LA FRONTERA CUANDO NO HAY CONTROL DE CORRIDAS:
      * LA FRONTERA ES EL DIA SIGUIENTE A LA COBERTURA MAS ALTA.
      * SIN NINGUNO DE LOS DOS TODO SE BUSCA EN LA TABLA.
      *---------------------------------------------
       FD  CATALOGO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CATALOGO-FD                PIC X(100).

      *---------------------------------------------
      * CONTROL DE CORRIDAS DEL LISTADO (EL RUNCTL DE ESTEMP03).
      * SOLO INTERESA RC-FEC-PURGA, QUE ANOTA ESTEMP07: LAS FECHAS
      * ANTERIORES YA NO ESTAN EN LA TABLA Y SE BUSCAN EN ARCHIVO.
      *---------------------------------------------
       FD  RUNCTL
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RUNCTL.
           03 FILLER                      PIC X(82).
           03 RC-FEC-PURGA                PIC X(10).
           03 FILLER                      PIC X(08).

      *---------------------------------------------
      * RESGUARDO HISTORICO GENERADO POR ESTEMP07 (COPY WREGARC),
      * CON LAS GENERACIONES CONCATENADAS EN ORDEN. SE ABRE Y SE
      * RECORRE UNA VEZ POR CADA EMBARQUE QUE CAE EN LO PURGADO.
      *---------------------------------------------
       FD  ARCHIVO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ARCHIVO-FD                 PIC X(80).

       FD  INFORME
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-INFORME-FD                 PIC X(132).

      *---------------------------------------------
      * RESULTADO POR EMBARQUE PARA EL SISTEMA DEL CLIENTE (COPY
      * WREGCER).
      *---------------------------------------------
       FD  RESULEMB
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RESULEMB-FD                PIC X(220).

      *---------------------------------------------
      * EMBARQUES RECHAZADOS, EN EL FORMATO UNICO DE EXCEPCION
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
       77  WS-SQLCODE                    PIC S9(4) VALUE ZEROES.
           88 DB2-OK                               VALUE +0.
           88 DB2-NOTFND                           VALUE +100.

       77  FS-BITACORA                   PIC X(02) VALUE ' '.
           88 88-FS-BITACORA-OK                    VALUE '00'.
           88 88-FS-BITACORA-EOF                   VALUE '10'.

       77  WS-OPEN-CUR-EMBARQUE          PIC X     VALUE 'N'.
           88 88-FS-CUR-EMBARQUE-SI                VALUE 'S'.
           88 88-FS-CUR-EMBARQUE-NO                VALUE 'N'.

       77  FS-EMBARQUE                   PIC X(02) VALUE ' '.
           88 88-FS-EMBARQUE-OK                    VALUE '00'.
           88 88-FS-EMBARQUE-EOF                   VALUE '10'.

       77  WS-OPEN-EMBARQUE              PIC X     VALUE 'N'.
           88 88-OPEN-EMBARQUE-SI                  VALUE 'S'.
           88 88-OPEN-EMBARQUE-NO                  VALUE 'N'.

       77  FS-MAEDISP                    PIC X(02) VALUE ' '.
           88 88-FS-MAEDISP-OK                     VALUE '00' '97'.
           88 88-FS-MAEDISP-NFD                    VALUE '23'.

       77  WS-OPEN-MAEDISP               PIC X     VALUE 'N'.
           88 88-OPEN-MAEDISP-SI                   VALUE 'S'.
           88 88-OPEN-MAEDISP-NO                   VALUE 'N'.

       77  FS-UMBRALES                   PIC X(02) VALUE ' '.
           88 88-FS-UMBRALES-OK                    VALUE '00' '97'.
           88 88-FS-UMBRALES-NFD                   VALUE '23'.
           88 88-FS-UMBRALES-EOF                   VALUE '10'.

       77  WS-OPEN-UMBRALES              PIC X     VALUE 'N'.
           88 88-OPEN-UMBRALES-SI                  VALUE 'S'.
           88 88-OPEN-UMBRALES-NO                  VALUE 'N'.

       77  FS-CATALOGO                   PIC X(02) VALUE ' '.
           88 88-FS-CATALOGO-OK                    VALUE '00'.
           88 88-FS-CATALOGO-EOF                   VALUE '10'.

       77  FS-RUNCTL                     PIC X(02) VALUE ' '.
           88 88-FS-RUNCTL-OK                      VALUE '00'.
           88 88-FS-RUNCTL-EOF                     VALUE '10'.

       77  FS-ARCHIVO                    PIC X(02) VALUE ' '.
           88 88-FS-ARCHIVO-OK                     VALUE '00'.
           88 88-FS-ARCHIVO-EOF                    VALUE '10'.

       77  FS-INFORME                    PIC X(02) VALUE ' '.
           88 88-FS-INFORME-OK                     VALUE '00'.

       77  WS-OPEN-INFORME               PIC X     VALUE 'N'.
           88 88-OPEN-INFORME-SI                   VALUE 'S'.
           88 88-OPEN-INFORME-NO                   VALUE 'N'.

       77  FS-RESULEMB                   PIC X(02) VALUE ' '.
           88 88-FS-RESULEMB-OK                    VALUE '00'.

       77  WS-OPEN-RESULEMB              PIC X     VALUE 'N'.
           88 88-OPEN-RESULEMB-SI                  VALUE 'S'.
           88 88-OPEN-RESULEMB-NO                  VALUE 'N'.

       77  FS-RECHAZOS                   PIC X(02) VALUE ' '.
           88 88-FS-RECHAZOS-OK                    VALUE '00'.

       77  WS-OPEN-RECHAZOS              PIC X     VALUE 'N'.
           88 88-OPEN-RECHAZOS-SI                  VALUE 'S'.
           88 88-OPEN-RECHAZOS-NO                  VALUE 'N'.

       77  WS-LINEAS                     PIC 9(02) VALUE 90.
       77  WS-LINEAS-MAX                 PIC 9(02) VALUE 60.

      *---------------------------------------------
      * CONTADORES DE LA CORRIDA.
      *---------------------------------------------
       77  WS-LEIDOS                     PIC 9(09) VALUE 0.
       77  WS-CANT-PASS                  PIC 9(09) VALUE 0.
       77  WS-CANT-FAIL                  PIC 9(09) VALUE 0.
       77  WS-CANT-ERROR                 PIC 9(09) VALUE 0.
       77  WS-RECHAZADOS                 PIC 9(09) VALUE 0.

      *---------------------------------------------
      * RECUERDA UN ERROR DE LECTURA DEL ARCHIVO DE EMBARQUES: EL
      * PROCESO CORTA COMO SI FUERA FIN DE ARCHIVO PARA CERRAR
      * ORDENADAMENTE, PERO PUEDEN HABER QUEDADO EMBARQUES SIN
      * CERTIFICAR Y EL RETORNO NO DEBE SER 0.
      *---------------------------------------------
       77  WS-ERROR-EMBARQUE             PIC X(01) VALUE 'N'.
           88 88-ERROR-EMBARQUE-SI                 VALUE 'S'.
           88 88-ERROR-EMBARQUE-NO                 VALUE 'N'.

      *---------------------------------------------
      * ERROR DE SQL: EL DEL EMBARQUE EN CURSO (SU CERTIFICADO NO
      * ES CONFIABLE Y SALE CON VEREDICTO 'ERR ') Y EL DE LA
      * CORRIDA (PARA EL RETORNO FINAL).
      *---------------------------------------------
       77  WS-ERROR-SQL-EMB              PIC X(01) VALUE 'N'.
           88 88-ERROR-SQL-EMB-SI                  VALUE 'S'.
           88 88-ERROR-SQL-EMB-NO                  VALUE 'N'.
       77  WS-ERROR-SQL                  PIC X(01) VALUE 'N'.
           88 88-ERROR-SQL-SI                      VALUE 'S'.
           88 88-ERROR-SQL-NO                      VALUE 'N'.

      *---------------------------------------------
      * RESULTADO DE LA VALIDACION DEL EMBARQUE EN CURSO. LA
      * PRIMERA REGLA QUE FALLA LO RECHAZA Y CORTA.
      *---------------------------------------------
       77  WS-EMB-VALIDO                 PIC X(01) VALUE 'S'.
           88 88-EMB-VALIDO-SI                     VALUE 'S'.
           88 88-EMB-VALIDO-NO                     VALUE 'N'.

      *---------------------------------------------
      * DATOS DEL EMBARQUE EN CURSO YA NORMALIZADOS (HORAS POR
      * DEFECTO, RANGO RESUELTO CONTRA UMBRALES, TOLERANCIAS).
      * LAS CLAVES FECHA+HORA SE COMPARAN COMO TEXTO CONTRA
      * FECTOMA+HORTOMA DE CADA LECTURA.
      *---------------------------------------------
       01  WS-EMB-COD-DISPO              PIC X(05) VALUE SPACES.
       01  WS-CLAVE-DESDE.
           03 WS-EMB-FEC-DESDE           PIC X(10).
           03 WS-EMB-HOR-DESDE           PIC X(08).
       01  WS-CLAVE-HASTA.
           03 WS-EMB-FEC-HASTA           PIC X(10).
           03 WS-EMB-HOR-HASTA           PIC X(08).
       01  WS-CLAVE-LECTURA.
           03 WS-LEC-FECTOMA             PIC X(10).
           03 WS-LEC-HORTOMA             PIC X(08).
       77  WS-RANGO-MIN                  PIC S9(04)V9(04) VALUE 0.
       77  WS-RANGO-MAX                  PIC S9(04)V9(04) VALUE 0.
       77  WS-ORIGEN-MIN                 PIC X(01) VALUE ' '.
       77  WS-ORIGEN-MAX                 PIC X(01) VALUE ' '.
       77  WS-ORIGEN-RANGO               PIC X(01) VALUE ' '.
       77  WS-UMBRAL-LEIDO               PIC X(01) VALUE 'N'.
           88 88-UMBRAL-LEIDO-SI                   VALUE 'S'.
           88 88-UMBRAL-LEIDO-NO                   VALUE 'N'.
       77  WS-UMBRAL-FIN                 PIC X(01) VALUE 'N'.
           88 88-UMBRAL-FIN-SI                     VALUE 'S'.
           88 88-UMBRAL-FIN-NO                     VALUE 'N'.
       77  WS-TOL-HUECO                  PIC 9(04) VALUE 0.
       77  WS-TOL-HUECO-DEFECTO          PIC 9(04) VALUE 30.
       77  WS-TOL-EXCUR                  PIC 9(04) VALUE 0.

      *---------------------------------------------
      * FRONTERA ENTRE LO PURGADO Y LO VIVO: RC-FEC-PURGA DEL
      * CONTROL DE CORRIDAS O, SIN CONTROL, EL DIA SIGUIENTE A LA
      * FECTOMA MAS ALTA QUE CUBRE EL CATALOGO. LOS DIAS ANTERIORES
      * SALEN SOLO DEL RESGUARDO Y LOS DEMAS SOLO DE LA TABLA.
      *---------------------------------------------
       01  WS-FEC-FRONTERA               PIC X(10) VALUE '0001-01-01'.
       77  WS-CATALOGO-LEIDO             PIC X(01) VALUE 'N'.
           88 88-CATALOGO-LEIDO-SI                 VALUE 'S'.
           88 88-CATALOGO-LEIDO-NO                 VALUE 'N'.
       01  WS-CAT-MAX-HASTA              PIC X(10) VALUE LOW-VALUES.
       01  WS-CUR-FEC-DESDE              PIC X(10) VALUE SPACES.
       01  WS-CUR-FEC-HASTA              PIC X(10) VALUE SPACES.
       77  WS-DIAS-FRONTERA              PIC S9(09) VALUE 0.

      *---------------------------------------------
      * DE DONDE SALIERON LAS LECTURAS DEL EMBARQUE EN CURSO.
      *---------------------------------------------
       77  WS-USO-TABLA                  PIC X(01) VALUE 'N'.
           88 88-USO-TABLA-SI                      VALUE 'S'.
           88 88-USO-TABLA-NO                      VALUE 'N'.
       77  WS-USO-ARCHIVO                PIC X(01) VALUE 'N'.
           88 88-USO-ARCHIVO-SI                    VALUE 'S'.
           88 88-USO-ARCHIVO-NO                    VALUE 'N'.
       77  WS-FALTA-ARCHIVO              PIC X(01) VALUE 'N'.
           88 88-FALTA-ARCHIVO-SI                  VALUE 'S'.
           88 88-FALTA-ARCHIVO-NO                  VALUE 'N'.
       77  WS-FUENTE                     PIC X(01) VALUE ' '.

      *---------------------------------------------
      * ACUMULADORES DEL CERTIFICADO. SE REINICIAN POR EMBARQUE.
      *---------------------------------------------
       77  WS-CANT-LECT                  PIC 9(09) VALUE 0.
       77  WS-CANT-SOBRE                 PIC 9(09) VALUE 0.
       77  WS-CANT-BAJO                  PIC 9(09) VALUE 0.
       77  WS-CANT-DESORDEN              PIC 9(09) VALUE 0.
       77  WS-CANT-HUECOS                PIC 9(09) VALUE 0.
       77  WS-MIN-HUECOS                 PIC 9(09) VALUE 0.
       77  WS-MIN-SOBRE                  PIC 9(09) VALUE 0.
       77  WS-MIN-BAJO                   PIC 9(09) VALUE 0.
       77  WS-MIN-FUERA                  PIC 9(09) VALUE 0.
       77  WS-TEMP-LEIDA                 PIC S9(04)V9(04) VALUE 0.
       77  WS-TEMP-MIN                   PIC S9(04)V9(04) VALUE 0.
       77  WS-TEMP-MAX                   PIC S9(04)V9(04) VALUE 0.
       77  WS-TEMP-PROM                  PIC S9(04)V9(04) VALUE 0.
       77  WS-SUMA-TEMP                  PIC S9(09)V9(04) VALUE 0.
       01  WS-PRIMERA.
           03 WS-PRI-FEC                 PIC X(10).
           03 WS-PRI-HOR                 PIC X(08).
       01  WS-ULTIMA.
           03 WS-ULT-FEC                 PIC X(10).
           03 WS-ULT-HOR                 PIC X(08).

      *---------------------------------------------
      * TEMPERATURA CINETICA MEDIA (MKT, FORMULA DE HAYNES):
      *   MKT = (DH/R) / -LN( SUMA(EXP(-(DH/R) / T)) / N )
      * CON T EN KELVIN Y DH/R = 83144 / 8,3144 = 10000 K. LOS
      * TERMINOS EXP(-10000/T) SON DEL ORDEN DE 1E-16, QUE NO
      * ENTRAN EN UN DECIMAL FIJO: SUMA Y TERMINO VAN EN COMA
      * FLOTANTE LARGA (COMP-2).
      *---------------------------------------------
       77  WS-MKT-DH-R                   PIC 9(05) VALUE 10000.
       77  WS-MKT-KELVIN                 PIC 9(03)V9(02) VALUE 273,15.
       77  WS-MKT-SUMA                   COMP-2 VALUE 0.
       77  WS-MKT-TERMINO                COMP-2 VALUE 0.
       77  WS-TEMP-MKT                   PIC S9(04)V9(04) VALUE 0.

      *---------------------------------------------
      * IMPUTACION DE TRAMOS. WS-MIN-* SON MINUTOS ABSOLUTOS
      * (DIA JULIANO POR 1440 MAS HORA Y MINUTO). EL ESTADO ES
      * 'S' SOBRE EL MAXIMO, 'B' BAJO EL MINIMO, 'D' DENTRO.
      *---------------------------------------------
       77  WS-MIN-INICIO                 PIC S9(11) VALUE 0.
       77  WS-MIN-FIN                    PIC S9(11) VALUE 0.
       77  WS-MIN-ANT                    PIC S9(11) VALUE 0.
       77  WS-INTERVALO                  PIC S9(11) VALUE 0.
       01  WS-ANT-FEC                    PIC X(10) VALUE SPACES.
       01  WS-ANT-HOR                    PIC X(08) VALUE SPACES.
       77  WS-ESTADO-ANT                 PIC X(01) VALUE ' '.
       77  WS-ESTADO-ACT                 PIC X(01) VALUE ' '.
       77  WS-ESTADO-IMP                 PIC X(01) VALUE ' '.
           88 88-IMP-SOBRE                         VALUE 'S'.
           88 88-IMP-BAJO                          VALUE 'B'.
       01  WS-INT-FEC                    PIC X(10) VALUE SPACES.
       01  WS-INT-HOR                    PIC X(08) VALUE SPACES.

      *---------------------------------------------
      * EXCURSION EN CURSO (LADO, INICIO Y MINUTOS ACUMULADOS) Y LA
      * MAS LARGA DEL EMBARQUE. UNA EXCURSION TERMINA CON UN TRAMO
      * DENTRO DEL RANGO, CON UN CAMBIO DE LADO O CON UN HUECO.
      *---------------------------------------------
       77  WS-EXC-LADO                   PIC X(01) VALUE ' '.
       77  WS-EXC-MINUTOS                PIC 9(09) VALUE 0.
       01  WS-EXC-FEC                    PIC X(10) VALUE SPACES.
       01  WS-EXC-HOR                    PIC X(08) VALUE SPACES.
       77  WS-EXCMAY-LADO                PIC X(01) VALUE ' '.
       77  WS-EXCMAY-MINUTOS             PIC 9(09) VALUE 0.
       01  WS-EXCMAY-FEC                 PIC X(10) VALUE SPACES.
       01  WS-EXCMAY-HOR                 PIC X(08) VALUE SPACES.
       77  WS-HUEMAY-MINUTOS             PIC 9(09) VALUE 0.
       01  WS-HUEMAY-FEC                 PIC X(10) VALUE SPACES.
       01  WS-HUEMAY-HOR                 PIC X(08) VALUE SPACES.

      *---------------------------------------------
      * VEREDICTO DEL EMBARQUE EN CURSO.
      *---------------------------------------------
       01  WS-VEREDICTO                  PIC X(04) VALUE SPACES.
       01  WS-MOTIVO                     PIC X(30) VALUE SPACES.

      *---------------------------------------------
      * CONVERSION DE UNA FECHA/HORA (WS-TS-FEC/WS-TS-HOR) A
      * MINUTOS ABSOLUTOS: DIAS JULIANOS VIA INTEGER-OF-DATE POR
      * 1440 MAS HORA/MINUTO. LOS SEGUNDOS NO PESAN EN UNA
      * TOLERANCIA EXPRESADA EN MINUTOS.
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
       01  WS-TS-FEC                     PIC X(10) VALUE SPACES.
       01  WS-TS-HOR                     PIC X(08) VALUE SPACES.
       77  WS-TS-HH                      PIC 9(02) VALUE 0.
       77  WS-TS-MN                      PIC 9(02) VALUE 0.
       77  WS-TS-MINUTOS                 PIC S9(11) VALUE 0.

      *---------------------------------------------
      * VALIDACION DE FORMATO DE UNA FECHA AAAA-MM-DD Y DE UNA
      * HORA HH:MM:SS (LAS QUE DEJE CARGADAS EL QUE LLAMA).
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
       01  WS-HOR-VALIDAR.
           03 WS-HORVAL-HH               PIC X(02).
           03 WS-HORVAL-SEP1             PIC X(01).
           03 WS-HORVAL-MN               PIC X(02).
           03 WS-HORVAL-SEP2             PIC X(01).
           03 WS-HORVAL-SS               PIC X(02).
       77  WS-HOR-VALIDA                 PIC X(01) VALUE 'S'.
           88 88-HOR-VALIDA-SI                     VALUE 'S'.
           88 88-HOR-VALIDA-NO                     VALUE 'N'.

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO MAEDISP
      *---------------------------------------------
       COPY WCODDIS.

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO UMBRALES
      *---------------------------------------------
       COPY WCODUMB.

      *---------------------------------------------
      * REGISTRO DEL CATALOGO DE RESGUARDOS.
      *---------------------------------------------
       COPY WREGCAT.

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO DE RESGUARDO DE ESTEMP07.
      *---------------------------------------------
       COPY WREGARC.

      *---------------------------------------------
      * REGISTRO DE RESULTADO POR EMBARQUE.
      *---------------------------------------------
       COPY WREGCER.

      *---------------------------------------------
      * LINEA DE RECHAZO (FORMATO UNICO DE EXCEPCION).
      *---------------------------------------------
       COPY WREGEXC.

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
      * CURSOR CON LAS LECTURAS DEL DISPOSITIVO DEL EMBARQUE, EN
      * ORDEN CRONOLOGICO. TRAE DIAS COMPLETOS; LAS HORAS DE
      * INICIO Y FIN DEL EMBARQUE SE FILTRAN AL PROCESAR.
      *---------------------------------------------
           EXEC SQL
                DECLARE CURSOR-EMBARQUE CURSOR FOR
                SELECT CODDISP
                      ,CODFAB
                      ,FECTOMA
                      ,HORTOMA
                      ,TEMPERAT
                      ,HUMEDAD
                      ,CODESTAT
                FROM IDCC22.TREGTEMP
                WHERE CODDISP = :WS-EMB-COD-DISPO
                  AND FECTOMA BETWEEN :WS-CUR-FEC-DESDE
                                  AND :WS-CUR-FEC-HASTA
                ORDER BY FECTOMA, HORTOMA
           END-EXEC.

      * DEFINICION DE LINEAS DE IMPRESION DEL CERTIFICADO
      * -------------------------------------------------
       01 TIT01.
          03 FILLER                      PIC X(08) VALUE 'PROGRAM:'.
          03 TIT01-PROGRAMA              PIC X(08) VALUE 'ESTEMP16'.
          03 FILLER                      PIC X(30) VALUE ' '.
          03 FILLER                      PIC X(33) VALUE
                                'SHIPMENT COMPLIANCE CERTIFICATE  '.
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

       01 CER-01.
           03 FILLER                   PIC X(45) VALUE
              'CERTIFICADO DE CUMPLIMIENTO DE CADENA DE FRIO'.

       01 CER-02.
           03 FILLER                   PIC X(45) VALUE ALL '='.

       01 CER-COBERTURA.
           03 FILLER                   PIC X(23) VALUE
              'COBERTURA DEL MUESTREO:'.

       01 CER-EXCURSION.
           03 FILLER                   PIC X(27) VALUE
              'EXCURSIONES FUERA DE RANGO:'.

       01 CER-TEMPERATURA.
           03 FILLER                   PIC X(27) VALUE
              'TEMPERATURAS DE LA VENTANA:'.

      *---------------------------------------------
      * LINEAS GENERICAS DEL CERTIFICADO: CONCEPTO DE 30 POSICIONES
      * SEGUIDO DE UN TEXTO, UNA CANTIDAD, UNA TEMPERATURA O UNA
      * FECHA/HORA.
      *---------------------------------------------
       01 DETTXT.
           03 DETTXT-CONCEPTO          PIC X(30).
           03 DETTXT-VALOR             PIC X(70).

       01 DETCANT.
           03 DETCANT-CONCEPTO         PIC X(30).
           03 DETCANT-CANT             PIC ZZZZZZZZ9.

       01 DETTEMP.
           03 DETTEMP-CONCEPTO         PIC X(30).
           03 DETTEMP-VALOR            PIC -----9,9999.

       01 DETFECHA.
           03 DETFECHA-CONCEPTO        PIC X(30).
           03 DETFECHA-FEC             PIC X(10).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETFECHA-HOR             PIC X(08).

       01 DETRANGO.
           03 FILLER                   PIC X(30)
                             VALUE 'RANGO ACEPTABLE             : '.
           03 DETRANGO-MIN             PIC -----9,9999.
           03 FILLER                   PIC X(03) VALUE ' A '.
           03 DETRANGO-MAX             PIC -----9,9999.
           03 FILLER                   PIC X(02) VALUE ' ('.
           03 DETRANGO-ORIGEN          PIC X(20).
           03 FILLER                   PIC X(01) VALUE ')'.

      *---------------------------------------------
      * LINEA DE LA MAYOR EXCURSION O DEL MAYOR HUECO: MINUTOS,
      * MOMENTO EN QUE EMPEZO Y (EXCURSION) DE QUE LADO.
      *---------------------------------------------
       01 DETMAYOR.
           03 DETMAYOR-CONCEPTO        PIC X(30).
           03 DETMAYOR-MINUTOS         PIC ZZZZZZZZ9.
           03 FILLER                   PIC X(13) VALUE
                                       ' MIN. DESDE  '.
           03 DETMAYOR-FEC             PIC X(10).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETMAYOR-HOR             PIC X(08).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETMAYOR-LADO            PIC X(20).

       01 DETVERED.
           03 FILLER                   PIC X(30)
                             VALUE 'VEREDICTO                   : '.
           03 DETVERED-VEREDICTO       PIC X(04).
           03 FILLER                   PIC X(03) VALUE ' - '.
           03 DETVERED-MOTIVO          PIC X(30).

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
      * SALVA DE LA LINEA EN CURSO MIENTRAS 28500-IMPRIMO-TITULOS
      * PISA REG-INFORME CON LOS TITULOS DE LA PAGINA NUEVA.
      *---------------------------------------------
       01  REG-INFORME-SALVA          PIC X(132).

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

           PERFORM 20000-PROCESO-EMBARQUE
             UNTIL 88-FS-EMBARQUE-EOF.

           PERFORM 30000-FINALIZO.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10010-INICIO-BITACORA.

           PERFORM 10100-ABRO-EMBARQUE.

           PERFORM 10200-ABRO-INFORME.

           PERFORM 10250-ABRO-RESULEMB.

           PERFORM 10260-ABRO-RECHAZOS.

           PERFORM 10300-ABRO-MAEDISP.

           PERFORM 10350-ABRO-UMBRALES.

           PERFORM 10400-LEO-CATALOGO.

           PERFORM 10450-LEO-RUNCTL.

           PERFORM 15000-LEO-EMBARQUE.

           IF 88-FS-EMBARQUE-EOF
              DISPLAY ' '
              DISPLAY 'NO HAY EMBARQUES A CERTIFICAR'
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

       10100-ABRO-EMBARQUE.
      *---------------------

           OPEN INPUT EMBARQUE.

           EVALUATE FS-EMBARQUE
               WHEN '00'
                    SET 88-OPEN-EMBARQUE-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN EMBARQUE FS: ' FS-EMBARQUE
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10200-ABRO-INFORME.
      *-------------------

           OPEN OUTPUT INFORME.

           EVALUATE FS-INFORME
               WHEN '00'
                    SET 88-OPEN-INFORME-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN INFORME FS: ' FS-INFORME
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10250-ABRO-RESULEMB.
      *---------------------

           OPEN OUTPUT RESULEMB.

           EVALUATE FS-RESULEMB
               WHEN '00'
                    SET 88-OPEN-RESULEMB-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN RESULEMB FS: ' FS-RESULEMB
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10260-ABRO-RECHAZOS.
      *---------------------

           OPEN OUTPUT RECHAZOS.

           EVALUATE FS-RECHAZOS
               WHEN '00'
                    SET 88-OPEN-RECHAZOS-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN RECHAZOS FS: ' FS-RECHAZOS
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

       10350-ABRO-UMBRALES.
      *---------------------
      * EL MAESTRO DE UMBRALES ES OPCIONAL (FS '05' = NO SE
      * ENTREGO): SIN EL, LOS EMBARQUES SIN RANGO PROPIO SE
      * RECHAZAN.

           OPEN INPUT UMBRALES.

           EVALUATE FS-UMBRALES
               WHEN '00'
                    SET 88-OPEN-UMBRALES-SI TO TRUE
               WHEN '05'
                    CLOSE UMBRALES
                    DISPLAY 'SIN MAESTRO UMBRALES: SOLO SE CERTIFICAN'
                            ' EMBARQUES CON RANGO PROPIO'
               WHEN OTHER
                    DISPLAY 'ERROR OPEN UMBRALES FS: ' FS-UMBRALES
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10400-LEO-CATALOGO.
      *--------------------
      * EL DIA SIGUIENTE A LA COBERTURA DEL RESGUARDO MAS NUEVO ES
      * LA FRONTERA POR DEFECTO ENTRE LO ARCHIVADO Y LO QUE SIGUE
      * VIVO EN LA TABLA; SI HAY CONTROL DE CORRIDAS, 10450 LA
      * REEMPLAZA POR RC-FEC-PURGA.

           OPEN INPUT CATALOGO.

           EVALUATE FS-CATALOGO
               WHEN '00'
               WHEN '05'
                    PERFORM 10410-LEO-CATALOGO-REG
                       UNTIL 88-FS-CATALOGO-EOF
                    CLOSE CATALOGO
               WHEN OTHER
                    DISPLAY 'ERROR OPEN CATALOGO FS: ' FS-CATALOGO
           END-EVALUATE.

           IF 88-CATALOGO-LEIDO-SI
              MOVE WS-CAT-MAX-HASTA(1:4) TO WS-FECNUM-AAAA
              MOVE WS-CAT-MAX-HASTA(6:2) TO WS-FECNUM-MM
              MOVE WS-CAT-MAX-HASTA(9:2) TO WS-FECNUM-DD
              COMPUTE WS-DIAS-FRONTERA =
                      FUNCTION INTEGER-OF-DATE(WS-FECNUM-N) + 1
              MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-FRONTERA)
                                         TO WS-FECNUM-N
              MOVE WS-FECNUM-AAAA        TO WS-FECISO-AAAA
              MOVE WS-FECNUM-MM          TO WS-FECISO-MM
              MOVE WS-FECNUM-DD          TO WS-FECISO-DD
              MOVE WS-FECISO             TO WS-FEC-FRONTERA
           END-IF.

       10410-LEO-CATALOGO-REG.
      *------------------------

           READ CATALOGO INTO REG-CATALOGO.

           EVALUATE TRUE
               WHEN 88-FS-CATALOGO-OK
                    SET 88-CATALOGO-LEIDO-SI TO TRUE
                    IF CAT-FEC-HASTA > WS-CAT-MAX-HASTA
                       MOVE CAT-FEC-HASTA TO WS-CAT-MAX-HASTA
                    END-IF
               WHEN 88-FS-CATALOGO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR READ CATALOGO FS: ' FS-CATALOGO
                    SET 88-FS-CATALOGO-EOF TO TRUE
           END-EVALUATE.

       10450-LEO-RUNCTL.
      *------------------
      * LA FRONTERA QUE ANOTO ESTEMP07 EN EL CONTROL MANDA SOBRE LA
      * DEL CATALOGO: ES LA MISMA QUE USAN LOS DEMAS LECTORES. UN
      * ERROR DE OPEN O DE LECTURA CORTA LA CORRIDA: CON UNA
      * FRONTERA VIEJA SE BUSCARIAN EN LA TABLA DIAS YA PURGADOS Y
      * SALDRIAN CERTIFICADOS CON LECTURAS DE MENOS.

           OPEN INPUT RUNCTL.

           EVALUATE FS-RUNCTL
               WHEN '00'
                    READ RUNCTL
                    IF NOT 88-FS-RUNCTL-OK
                       AND NOT 88-FS-RUNCTL-EOF
                       DISPLAY 'ERROR READ RUNCTL FS: ' FS-RUNCTL
                       PERFORM 99000-ABORTO
                    END-IF
                    IF 88-FS-RUNCTL-OK
                       AND RC-FEC-PURGA NOT = SPACES
                       MOVE RC-FEC-PURGA  TO WS-FEC-FRONTERA
                    END-IF
                    CLOSE RUNCTL
               WHEN '05'
                    CLOSE RUNCTL
               WHEN OTHER
                    DISPLAY 'ERROR OPEN RUNCTL FS: ' FS-RUNCTL
                    PERFORM 99000-ABORTO
           END-EVALUATE.

           IF WS-FEC-FRONTERA > '0001-01-01'
              DISPLAY 'LECTURAS PURGADAS ANTES DEL : '
                      WS-FEC-FRONTERA
           END-IF.

       15000-LEO-EMBARQUE.
      *--------------------

           READ EMBARQUE.

           EVALUATE TRUE
               WHEN 88-FS-EMBARQUE-OK
                    ADD 1 TO WS-LEIDOS
               WHEN 88-FS-EMBARQUE-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR READ EMBARQUE FS: ' FS-EMBARQUE
                    SET 88-ERROR-EMBARQUE-SI TO TRUE
                    SET 88-FS-EMBARQUE-EOF TO TRUE
           END-EVALUATE.

       20000-PROCESO-EMBARQUE.
      *------------------------
      * CERTIFICA UN EMBARQUE: LO VALIDA, RECORRE SUS LECTURAS
      * (RESGUARDO Y/O TABLA), CIERRA LOS TRAMOS, DECIDE EL
      * VEREDICTO, IMPRIME LA HOJA Y GRABA EL RESULTADO.

           PERFORM 21000-VALIDO-EMBARQUE.

           IF 88-EMB-VALIDO-SI
              PERFORM 22000-INICIO-CERTIFICADO
              PERFORM 23000-RECORRO-LECTURAS
              PERFORM 24500-CIERRO-VENTANA
              PERFORM 25000-DETERMINO-VEREDICTO
              PERFORM 26000-IMPRIMO-CERTIFICADO
              PERFORM 27000-GRABO-RESULTADO
           END-IF.

           PERFORM 15000-LEO-EMBARQUE.

       21000-VALIDO-EMBARQUE.
      *-----------------------
      * VALIDA EL EMBARQUE ANTES DE BUSCAR LECTURAS: NUMERO Y
      * DISPOSITIVO INFORMADOS, DISPOSITIVO EN MAEDISP Y DEL
      * CLIENTE QUE PIDE EL CERTIFICADO, VENTANA BIEN FORMADA Y
      * RANGO ACEPTABLE RESUELTO (PROPIO O DE UMBRALES).

           SET 88-EMB-VALIDO-SI TO TRUE.
           MOVE EMB-COD-DISPO           TO WS-EMB-COD-DISPO.

           IF EMB-NRO-EMBARQUE = SPACES
              MOVE 'EMBARQUE SIN NUMERO' TO EXCEP-TIPO
              PERFORM 21800-RECHAZO-EMBARQUE
           END-IF.

           IF 88-EMB-VALIDO-SI
              AND EMB-COD-DISPO = SPACES
              MOVE 'CLAVE DISPOSITIVO VACIA' TO EXCEP-TIPO
              PERFORM 21800-RECHAZO-EMBARQUE
           END-IF.

           IF 88-EMB-VALIDO-SI
              PERFORM 21100-VALIDO-DISPOSITIVO
           END-IF.

           IF 88-EMB-VALIDO-SI
              PERFORM 21200-VALIDO-VENTANA
           END-IF.

           IF 88-EMB-VALIDO-SI
              PERFORM 21300-ARMO-RANGO
           END-IF.

           IF 88-EMB-VALIDO-SI
              PERFORM 21400-ARMO-TOLERANCIAS
           END-IF.

       21100-VALIDO-DISPOSITIVO.
      *--------------------------
      * EL CERTIFICADO SE EMITE AL PROPIETARIO DEL DISPOSITIVO:
      * UN CLIENTE NO PUEDE PEDIR LA HISTORIA DE UNA SONDA AJENA.

           MOVE EMB-COD-DISPO           TO REG-MAEDISP-KEY-FD.

           READ MAEDISP INTO REG-MAEDISP.

           EVALUATE TRUE
               WHEN 88-FS-MAEDISP-OK
                    IF EMB-COD-PROPIET = SPACES
                       OR EMB-COD-PROPIET NOT = MAEDISP-COD-PROPIET
                       MOVE 'CLIENTE NO ES EL PROPIETARIO'
                                         TO EXCEP-TIPO
                       PERFORM 21800-RECHAZO-EMBARQUE
                    END-IF
               WHEN 88-FS-MAEDISP-NFD
                    MOVE 'DISPOSITIVO NO EN MAEDISP' TO EXCEP-TIPO
                    PERFORM 21800-RECHAZO-EMBARQUE
               WHEN OTHER
                    DISPLAY 'ERROR READ MAEDISP FS: ' FS-MAEDISP
                    MOVE 'ERROR READ MAEDISP' TO EXCEP-TIPO
                    PERFORM 21800-RECHAZO-EMBARQUE
           END-EVALUATE.

       21200-VALIDO-VENTANA.
      *----------------------

           MOVE EMB-FEC-DESDE           TO WS-EMB-FEC-DESDE.
           MOVE EMB-FEC-HASTA           TO WS-EMB-FEC-HASTA.

           IF EMB-HOR-DESDE = SPACES
              MOVE '00:00:00'           TO WS-EMB-HOR-DESDE
           ELSE
              MOVE EMB-HOR-DESDE        TO WS-EMB-HOR-DESDE
           END-IF.

           IF EMB-HOR-HASTA = SPACES
              MOVE '23:59:59'           TO WS-EMB-HOR-HASTA
           ELSE
              MOVE EMB-HOR-HASTA        TO WS-EMB-HOR-HASTA
           END-IF.

           MOVE WS-EMB-FEC-DESDE        TO WS-FEC-VALIDAR.
           PERFORM 21900-VALIDO-FECHA.
           IF 88-FEC-VALIDA-NO
              MOVE 'FECHA DESDE INVALIDA' TO EXCEP-TIPO
              PERFORM 21800-RECHAZO-EMBARQUE
           END-IF.

           IF 88-EMB-VALIDO-SI
              MOVE WS-EMB-HOR-DESDE     TO WS-HOR-VALIDAR
              PERFORM 21950-VALIDO-HORA
              IF 88-HOR-VALIDA-NO
                 MOVE 'HORA DESDE INVALIDA' TO EXCEP-TIPO
                 PERFORM 21800-RECHAZO-EMBARQUE
              END-IF
           END-IF.

           IF 88-EMB-VALIDO-SI
              MOVE WS-EMB-FEC-HASTA     TO WS-FEC-VALIDAR
              PERFORM 21900-VALIDO-FECHA
              IF 88-FEC-VALIDA-NO
                 MOVE 'FECHA HASTA INVALIDA' TO EXCEP-TIPO
                 PERFORM 21800-RECHAZO-EMBARQUE
              END-IF
           END-IF.

           IF 88-EMB-VALIDO-SI
              MOVE WS-EMB-HOR-HASTA     TO WS-HOR-VALIDAR
              PERFORM 21950-VALIDO-HORA
              IF 88-HOR-VALIDA-NO
                 MOVE 'HORA HASTA INVALIDA' TO EXCEP-TIPO
                 PERFORM 21800-RECHAZO-EMBARQUE
              END-IF
           END-IF.

           IF 88-EMB-VALIDO-SI
              AND WS-CLAVE-HASTA NOT > WS-CLAVE-DESDE
              MOVE 'VENTANA HASTA NO POSTERIOR' TO EXCEP-TIPO
              PERFORM 21800-RECHAZO-EMBARQUE
           END-IF.

       21300-ARMO-RANGO.
      *------------------
      * CADA LIMITE SE TOMA DEL EMBARQUE SI VIENE INFORMADO Y, SI
      * NO, DE UMBRALES DEL DISPOSITIVO. SE CHEQUEA NUMERIC ANTES
      * DE USARLO: EL ARCHIVO SE ARMA A MANO.

           SET 88-UMBRAL-LEIDO-NO TO TRUE.

           EVALUATE TRUE
               WHEN EMB-RANGO-MIN-X = SPACES
                    PERFORM 21310-LEO-UMBRALES
                    IF 88-UMBRAL-LEIDO-SI
                       MOVE UMBRAL-TEMP-MIN TO WS-RANGO-MIN
                       MOVE 'U'             TO WS-ORIGEN-MIN
                    END-IF
               WHEN EMB-RANGO-MIN NOT NUMERIC
                    MOVE 'RANGO MINIMO NO NUMERICO' TO EXCEP-TIPO
                    PERFORM 21800-RECHAZO-EMBARQUE
               WHEN OTHER
                    MOVE EMB-RANGO-MIN      TO WS-RANGO-MIN
                    MOVE 'E'                TO WS-ORIGEN-MIN
           END-EVALUATE.

           IF 88-EMB-VALIDO-SI
              EVALUATE TRUE
                  WHEN EMB-RANGO-MAX-X = SPACES
                       IF 88-UMBRAL-LEIDO-NO
                          PERFORM 21310-LEO-UMBRALES
                       END-IF
                       IF 88-UMBRAL-LEIDO-SI
                          MOVE UMBRAL-TEMP-MAX TO WS-RANGO-MAX
                          MOVE 'U'             TO WS-ORIGEN-MAX
                       END-IF
                  WHEN EMB-RANGO-MAX NOT NUMERIC
                       MOVE 'RANGO MAXIMO NO NUMERICO' TO EXCEP-TIPO
                       PERFORM 21800-RECHAZO-EMBARQUE
                  WHEN OTHER
                       MOVE EMB-RANGO-MAX   TO WS-RANGO-MAX
                       MOVE 'E'             TO WS-ORIGEN-MAX
              END-EVALUATE
           END-IF.

           IF 88-EMB-VALIDO-SI
              AND (EMB-RANGO-MIN-X = SPACES
                   OR EMB-RANGO-MAX-X = SPACES)
              AND 88-UMBRAL-LEIDO-NO
              MOVE 'SIN RANGO NI UMBRALES' TO EXCEP-TIPO
              PERFORM 21800-RECHAZO-EMBARQUE
           END-IF.

           IF 88-EMB-VALIDO-SI
              AND WS-RANGO-MIN NOT < WS-RANGO-MAX
              MOVE 'RANGO MINIMO NO MENOR AL MAX' TO EXCEP-TIPO
              PERFORM 21800-RECHAZO-EMBARQUE
           END-IF.

           IF WS-ORIGEN-MIN = WS-ORIGEN-MAX
              MOVE WS-ORIGEN-MIN        TO WS-ORIGEN-RANGO
           ELSE
              MOVE 'M'                  TO WS-ORIGEN-RANGO
           END-IF.

       21310-LEO-UMBRALES.
      *--------------------
      * EL RANGO POR DEFECTO ES EL DE LA VERSION DE UMBRALES VIGENTE
      * AL INICIO DEL EMBARQUE: SE POSICIONA EN LA PRIMERA VERSION
      * DEL DISPOSITIVO Y SE RECORRE HASTA ENCONTRARLA, CAMBIAR DE
      * DISPOSITIVO O PASAR EL INICIO.

           IF 88-OPEN-UMBRALES-SI
              SET 88-UMBRAL-FIN-NO      TO TRUE
              MOVE LOW-VALUES           TO REG-UMBRAL-KEY-FD
              MOVE EMB-COD-DISPO        TO REG-UMBRAL-KEY-FD(1:5)
              START UMBRALES KEY NOT LESS THAN REG-UMBRAL-KEY-FD
              EVALUATE TRUE
                  WHEN 88-FS-UMBRALES-OK
                       PERFORM 21320-LEO-VERSION-UMBRAL
                          UNTIL 88-UMBRAL-LEIDO-SI
                             OR 88-UMBRAL-FIN-SI
                  WHEN 88-FS-UMBRALES-NFD
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR START UMBRALES FS: ' FS-UMBRALES
              END-EVALUATE
           END-IF.

       21320-LEO-VERSION-UMBRAL.
      *--------------------------

           READ UMBRALES NEXT RECORD INTO REG-UMBRAL.

           EVALUATE TRUE
               WHEN 88-FS-UMBRALES-EOF
                    SET 88-UMBRAL-FIN-SI    TO TRUE
               WHEN NOT 88-FS-UMBRALES-OK
                    DISPLAY 'ERROR READ UMBRALES FS: ' FS-UMBRALES
                    SET 88-UMBRAL-FIN-SI    TO TRUE
               WHEN UMBRAL-COD-DISPO NOT = EMB-COD-DISPO
                 OR UMBRAL-VIG-DESDE > WS-CLAVE-DESDE
                    SET 88-UMBRAL-FIN-SI    TO TRUE
               WHEN UMBRAL-VIG-HASTA = SPACES
                 OR UMBRAL-VIG-HASTA NOT < WS-CLAVE-DESDE
                    SET 88-UMBRAL-LEIDO-SI  TO TRUE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       21400-ARMO-TOLERANCIAS.
      *------------------------
      * SIN INTERVALO ADMITIDO SE USA EL DE LA CASA; SIN MINUTOS
      * DE EXCURSION ADMITIDOS, NINGUNO.

           IF EMB-MIN-HUECO-X NOT = SPACES
              AND EMB-MIN-HUECO NUMERIC
              AND EMB-MIN-HUECO > 0
              MOVE EMB-MIN-HUECO        TO WS-TOL-HUECO
           ELSE
              MOVE WS-TOL-HUECO-DEFECTO TO WS-TOL-HUECO
           END-IF.

           IF EMB-MIN-EXCUR-X NOT = SPACES
              AND EMB-MIN-EXCUR NUMERIC
              MOVE EMB-MIN-EXCUR        TO WS-TOL-EXCUR
           ELSE
              MOVE 0                    TO WS-TOL-EXCUR
           END-IF.

       21800-RECHAZO-EMBARQUE.
      *------------------------
      * GRABA EL RECHAZO EN EL FORMATO UNICO DE EXCEPCION (EL QUE
      * LLAMA YA DEJO CARGADO EXCEP-TIPO) CON EL NUMERO DE EMBARQUE
      * COMO VALOR, QUE ES LO QUE EL CLIENTE TIENE QUE CORREGIR Y
      * REENVIAR, Y LE DEVUELVE AL CLIENTE UN RESULTADO 'ERR ' CON
      * EL MISMO MOTIVO.

           SET 88-EMB-VALIDO-NO TO TRUE.

           MOVE EMB-COD-DISPO           TO EXCEP-COD-DISPO.
           MOVE SPACES                  TO EXCEP-COD-FABRICANTE.
           MOVE ZEROES                  TO EXCEP-FECHA-DD
                                           EXCEP-FECHA-MM
                                           EXCEP-FECHA-AAAA
                                           EXCEP-HH
                                           EXCEP-MM
                                           EXCEP-SS.
           MOVE EMB-NRO-EMBARQUE        TO EXCEP-VALOR.

           WRITE REG-RECHAZOS-FD  FROM REG-EXCEPCIO.

           EVALUATE FS-RECHAZOS
               WHEN '00'
                    ADD 1           TO WS-RECHAZADOS
               WHEN OTHER
                    DISPLAY 'ERROR WRITE RECHAZOS FS: ' FS-RECHAZOS

           END-EVALUATE.

           DISPLAY 'EMBARQUE ' EMB-NRO-EMBARQUE ' RECHAZADO: '
                   EXCEP-TIPO.

           MOVE SPACES                  TO REG-RESULEMB.
           MOVE EMB-NRO-EMBARQUE        TO RES-NRO-EMBARQUE.
           MOVE EMB-COD-PROPIET         TO RES-COD-PROPIET.
           MOVE EMB-COD-DISPO           TO RES-COD-DISPO.
           MOVE EMB-FEC-DESDE           TO RES-FEC-DESDE.
           MOVE EMB-HOR-DESDE           TO RES-HOR-DESDE.
           MOVE EMB-FEC-HASTA           TO RES-FEC-HASTA.
           MOVE EMB-HOR-HASTA           TO RES-HOR-HASTA.
           MOVE ZEROES                  TO RES-RANGO-MIN
                                           RES-RANGO-MAX
                                           RES-CANT-LECTURAS
                                           RES-CANT-HUECOS
                                           RES-MIN-HUECOS
                                           RES-MIN-SOBRE
                                           RES-MIN-BAJO
                                           RES-MIN-EXC-MAYOR
                                           RES-TEMP-MIN
                                           RES-TEMP-MAX
                                           RES-TEMP-PROM
                                           RES-TEMP-MKT.
           SET 88-RES-ERROR             TO TRUE.
           MOVE EXCEP-TIPO              TO RES-MOTIVO.
           ADD 1 TO WS-CANT-ERROR.

           PERFORM 27100-WRITE-RESULEMB.

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
      * FORMATO HH:MM:SS CON PARTES NUMERICAS, HORA 00-23 Y MINUTO
      * Y SEGUNDO 00-59.

           SET 88-HOR-VALIDA-SI TO TRUE.

           IF WS-HORVAL-HH NOT NUMERIC
              OR WS-HORVAL-MN NOT NUMERIC
              OR WS-HORVAL-SS NOT NUMERIC
              OR WS-HORVAL-SEP1 NOT = ':'
              OR WS-HORVAL-SEP2 NOT = ':'
              SET 88-HOR-VALIDA-NO TO TRUE
           ELSE
              IF WS-HORVAL-HH > '23'
                 OR WS-HORVAL-MN > '59'
                 OR WS-HORVAL-SS > '59'
                 SET 88-HOR-VALIDA-NO TO TRUE
              END-IF
           END-IF.

       22000-INICIO-CERTIFICADO.
      *--------------------------
      * DEJA EN CERO LOS ACUMULADORES Y PASA LA VENTANA A MINUTOS
      * ABSOLUTOS. EL PRIMER TRAMO ARRANCA EN EL INICIO DEL
      * EMBARQUE.

           MOVE 0                       TO WS-CANT-LECT
                                           WS-CANT-SOBRE
                                           WS-CANT-BAJO
                                           WS-CANT-DESORDEN
                                           WS-CANT-HUECOS
                                           WS-MIN-HUECOS
                                           WS-MIN-SOBRE
                                           WS-MIN-BAJO
                                           WS-MIN-FUERA
                                           WS-SUMA-TEMP
                                           WS-TEMP-MIN
                                           WS-TEMP-MAX
                                           WS-TEMP-PROM
                                           WS-TEMP-MKT
                                           WS-EXC-MINUTOS
                                           WS-EXCMAY-MINUTOS
                                           WS-HUEMAY-MINUTOS.
           MOVE 0                       TO WS-MKT-SUMA.
           MOVE SPACES                  TO WS-PRIMERA
                                           WS-ULTIMA
                                           WS-EXC-LADO
                                           WS-EXC-FEC
                                           WS-EXC-HOR
                                           WS-EXCMAY-LADO
                                           WS-EXCMAY-FEC
                                           WS-EXCMAY-HOR
                                           WS-HUEMAY-FEC
                                           WS-HUEMAY-HOR
                                           WS-ESTADO-ANT.
           SET 88-USO-TABLA-NO          TO TRUE.
           SET 88-USO-ARCHIVO-NO        TO TRUE.
           SET 88-FALTA-ARCHIVO-NO      TO TRUE.
           SET 88-ERROR-SQL-EMB-NO      TO TRUE.

           MOVE WS-EMB-FEC-DESDE        TO WS-TS-FEC.
           MOVE WS-EMB-HOR-DESDE        TO WS-TS-HOR.
           PERFORM 29700-CALCULO-MINUTOS.
           MOVE WS-TS-MINUTOS           TO WS-MIN-INICIO.
           MOVE WS-TS-MINUTOS           TO WS-MIN-ANT.
           MOVE WS-EMB-FEC-DESDE        TO WS-ANT-FEC.
           MOVE WS-EMB-HOR-DESDE        TO WS-ANT-HOR.

           MOVE WS-EMB-FEC-HASTA        TO WS-TS-FEC.
           MOVE WS-EMB-HOR-HASTA        TO WS-TS-HOR.
           PERFORM 29700-CALCULO-MINUTOS.
           MOVE WS-TS-MINUTOS           TO WS-MIN-FIN.

       23000-RECORRO-LECTURAS.
      *------------------------
      * LO ANTERIOR A LA FRONTERA DE PURGA SE BUSCA EN EL
      * RESGUARDO Y DESDE LA FRONTERA EN LA TABLA VIVA; COMO EL
      * RESGUARDO ES TODO ANTERIOR A LA TABLA, LAS LECTURAS LLEGAN
      * EN ORDEN Y NINGUN DIA SALE DE LAS DOS FUENTES.

           IF WS-EMB-FEC-DESDE < WS-FEC-FRONTERA
              PERFORM 23100-RECORRO-RESGUARDO
           END-IF.

           IF WS-EMB-FEC-HASTA NOT < WS-FEC-FRONTERA
              PERFORM 23400-ARMO-VENTANA-CURSOR
              PERFORM 23500-RECORRO-TREGTEMP
           END-IF.

           EVALUATE TRUE
               WHEN 88-USO-ARCHIVO-SI AND 88-USO-TABLA-SI
                    MOVE 'M'            TO WS-FUENTE
               WHEN 88-USO-ARCHIVO-SI
                    MOVE 'A'            TO WS-FUENTE
               WHEN OTHER
                    MOVE 'T'            TO WS-FUENTE
           END-EVALUATE.

       23100-RECORRO-RESGUARDO.
      *-------------------------
      * UN EMBARQUE QUE CAE EN LO PURGADO Y NO TIENE EL RESGUARDO
      * A MANO SE CERTIFICA IGUAL CON LO QUE HAYA: LA PARTE SIN
      * LECTURAS SALE COMO HUECO Y EL VEREDICTO ES 'ERR ' (VER
      * 25000).

           SET 88-USO-ARCHIVO-SI TO TRUE.

           OPEN INPUT ARCHIVO.

           EVALUATE FS-ARCHIVO
               WHEN '00'
                    PERFORM 23150-LEO-RESGUARDO
                       UNTIL 88-FS-ARCHIVO-EOF
                    CLOSE ARCHIVO
               WHEN '05'
                    CLOSE ARCHIVO
                    SET 88-FALTA-ARCHIVO-SI TO TRUE
                    DISPLAY 'EMBARQUE ' EMB-NRO-EMBARQUE
                            ' CAE EN LO PURGADO Y NO SE ENTREGO'
                            ' EL RESGUARDO'
               WHEN OTHER
                    SET 88-FALTA-ARCHIVO-SI TO TRUE
                    DISPLAY 'ERROR OPEN ARCHIVO FS: ' FS-ARCHIVO
           END-EVALUATE.

       23150-LEO-RESGUARDO.
      *---------------------

           READ ARCHIVO INTO REG-ARCHIVO.

           EVALUATE TRUE
               WHEN 88-FS-ARCHIVO-OK
                    MOVE ARC-FECTOMA     TO WS-LEC-FECTOMA
                    MOVE ARC-HORTOMA     TO WS-LEC-HORTOMA
                    IF ARC-CODDISP = WS-EMB-COD-DISPO
                       AND ARC-FECTOMA < WS-FEC-FRONTERA
                       AND WS-CLAVE-LECTURA NOT < WS-CLAVE-DESDE
                       AND WS-CLAVE-LECTURA NOT > WS-CLAVE-HASTA
                       INITIALIZE DCLTREGTEMP
                       MOVE ARC-CODDISP  TO H-CODDSP
                       MOVE ARC-CODFAB   TO H-CODFAB
                       MOVE ARC-FECTOMA  TO H-FECTOMA
                       MOVE ARC-HORTOMA  TO H-HORTOMA
                       MOVE ARC-TEMPERAT TO H-TEMPERAT
                       MOVE ARC-HUMEDAD  TO H-HUMEDAD
                       MOVE ARC-CODESTAT TO H-CODESTAT
                       PERFORM 24000-PROCESO-LECTURA
                    END-IF
               WHEN 88-FS-ARCHIVO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR READ ARCHIVO FS: ' FS-ARCHIVO
                    SET 88-FALTA-ARCHIVO-SI TO TRUE
                    SET 88-FS-ARCHIVO-EOF TO TRUE
           END-EVALUATE.

       23400-ARMO-VENTANA-CURSOR.
      *---------------------------
      * SI EL EMBARQUE EMPIEZA EN LO PURGADO, EL CURSOR ARRANCA EN
      * LA FRONTERA (LO ANTERIOR YA SALIO DEL RESGUARDO).

           MOVE WS-EMB-FEC-DESDE        TO WS-CUR-FEC-DESDE.
           MOVE WS-EMB-FEC-HASTA        TO WS-CUR-FEC-HASTA.

           IF WS-EMB-FEC-DESDE < WS-FEC-FRONTERA
              MOVE WS-FEC-FRONTERA       TO WS-CUR-FEC-DESDE
           END-IF.

       23500-RECORRO-TREGTEMP.
      *------------------------

           SET 88-USO-TABLA-SI TO TRUE.

           PERFORM 23510-ABRO-CURSOR-EMBARQUE.

           IF 88-FS-CUR-EMBARQUE-SI
              PERFORM 23520-FETCH-EMBARQUE
              PERFORM 23550-PROCESO-FILA
                 UNTIL 88-FS-CUR-EMBARQUE-NO
              PERFORM 23530-CIERRO-CURSOR-EMBARQUE
           END-IF.

       23510-ABRO-CURSOR-EMBARQUE.
      *----------------------------

           EXEC SQL
             OPEN CURSOR-EMBARQUE
           END-EXEC.

           MOVE SQLCODE                  TO WS-SQLCODE.

           EVALUATE TRUE
                WHEN DB2-OK
                     SET 88-FS-CUR-EMBARQUE-SI TO TRUE
                WHEN OTHER
                     DISPLAY 'OCURRIO UN ERROR AL ABRIR '
                             'CURSOR-EMBARQUE'
                     DISPLAY 'SQL-CODE: ' WS-SQLCODE
                     SET 88-ERROR-SQL-EMB-SI TO TRUE
                     SET 88-ERROR-SQL-SI TO TRUE
                     SET 88-FS-CUR-EMBARQUE-NO TO TRUE
           END-EVALUATE.

       23520-FETCH-EMBARQUE.
      *----------------------

           INITIALIZE DCLTREGTEMP.

           EXEC SQL
                FETCH CURSOR-EMBARQUE
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
                     SET 88-FS-CUR-EMBARQUE-SI TO TRUE
                WHEN DB2-NOTFND
                     SET 88-FS-CUR-EMBARQUE-NO TO TRUE
                WHEN OTHER
                     DISPLAY 'OCURRIO UN ERROR AL LEER '
                             'CURSOR-EMBARQUE'
                     DISPLAY 'SQL-CODE: ' WS-SQLCODE
                     SET 88-ERROR-SQL-EMB-SI TO TRUE
                     SET 88-ERROR-SQL-SI TO TRUE
                     SET 88-FS-CUR-EMBARQUE-NO TO TRUE
           END-EVALUATE.

       23530-CIERRO-CURSOR-EMBARQUE.
      *------------------------------

           EXEC SQL
             CLOSE CURSOR-EMBARQUE
           END-EXEC.

           MOVE SQLCODE                  TO WS-SQLCODE.

           EVALUATE TRUE
               WHEN DB2-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL CERRAR CURSOR-EMBARQUE'
                    DISPLAY 'SQLCODE: ' WS-SQLCODE
           END-EVALUATE.

       23550-PROCESO-FILA.
      *--------------------
      * EL CURSOR TRAE DIAS COMPLETOS: SE DESCARTA LO QUE QUEDA
      * ANTES DE LA HORA DE INICIO O DESPUES DE LA HORA DE FIN.

           MOVE H-FECTOMA               TO WS-LEC-FECTOMA.
           MOVE H-HORTOMA               TO WS-LEC-HORTOMA.

           IF WS-CLAVE-LECTURA NOT < WS-CLAVE-DESDE
              AND WS-CLAVE-LECTURA NOT > WS-CLAVE-HASTA
              PERFORM 24000-PROCESO-LECTURA
           END-IF.

           PERFORM 23520-FETCH-EMBARQUE.

       24000-PROCESO-LECTURA.
      *-----------------------
      * IMPUTA EL TRAMO QUE TERMINA EN ESTA LECTURA AL ESTADO DE LA
      * LECTURA QUE LO ABRIO (EL PRIMER TRAMO, DESDE EL INICIO DEL
      * EMBARQUE, TOMA EL DE ESTA MISMA LECTURA) Y ACUMULA LAS
      * ESTADISTICAS. UNA LECTURA ANTERIOR A LA PREVIA (RESGUARDOS
      * CONCATENADOS FUERA DE ORDEN) SE AVISA Y SE SALTEA.

           MOVE H-FECTOMA               TO WS-TS-FEC.
           MOVE H-HORTOMA               TO WS-TS-HOR.
           PERFORM 29700-CALCULO-MINUTOS.

           COMPUTE WS-INTERVALO = WS-TS-MINUTOS - WS-MIN-ANT.

           IF WS-INTERVALO < 0
              ADD 1 TO WS-CANT-DESORDEN
              DISPLAY 'LECTURA FUERA DE ORDEN, EMBARQUE '
                      EMB-NRO-EMBARQUE ' ' H-FECTOMA ' ' H-HORTOMA
           ELSE
              MOVE H-TEMPERAT           TO WS-TEMP-LEIDA
              EVALUATE TRUE
                  WHEN WS-TEMP-LEIDA > WS-RANGO-MAX
                       MOVE 'S'         TO WS-ESTADO-ACT
                  WHEN WS-TEMP-LEIDA < WS-RANGO-MIN
                       MOVE 'B'         TO WS-ESTADO-ACT
                  WHEN OTHER
                       MOVE 'D'         TO WS-ESTADO-ACT
              END-EVALUATE

              IF WS-CANT-LECT = 0
                 MOVE WS-ESTADO-ACT     TO WS-ESTADO-IMP
              ELSE
                 MOVE WS-ESTADO-ANT     TO WS-ESTADO-IMP
              END-IF
              MOVE WS-ANT-FEC           TO WS-INT-FEC
              MOVE WS-ANT-HOR           TO WS-INT-HOR
              PERFORM 24100-IMPUTO-INTERVALO

              PERFORM 24200-ACUMULO-ESTADISTICAS

              MOVE WS-ESTADO-ACT        TO WS-ESTADO-ANT
              MOVE WS-TS-MINUTOS        TO WS-MIN-ANT
              MOVE H-FECTOMA            TO WS-ANT-FEC
              MOVE H-HORTOMA            TO WS-ANT-HOR
           END-IF.

       24100-IMPUTO-INTERVALO.
      *------------------------
      * UN TRAMO MAS LARGO QUE EL ADMITIDO ES UN HUECO: SE CUENTA
      * APARTE Y CORTA LA EXCURSION EN CURSO. SI NO, SUS MINUTOS
      * VAN AL ESTADO IMPUTADO.

           IF WS-INTERVALO > WS-TOL-HUECO
              ADD 1                     TO WS-CANT-HUECOS
              ADD WS-INTERVALO          TO WS-MIN-HUECOS
              IF WS-INTERVALO > WS-HUEMAY-MINUTOS
                 MOVE WS-INTERVALO      TO WS-HUEMAY-MINUTOS
                 MOVE WS-INT-FEC        TO WS-HUEMAY-FEC
                 MOVE WS-INT-HOR        TO WS-HUEMAY-HOR
              END-IF
              PERFORM 24150-CIERRO-EXCURSION
           ELSE
              EVALUATE TRUE
                  WHEN 88-IMP-SOBRE
                       ADD WS-INTERVALO TO WS-MIN-SOBRE
                       PERFORM 24120-SUMO-EXCURSION
                  WHEN 88-IMP-BAJO
                       ADD WS-INTERVALO TO WS-MIN-BAJO
                       PERFORM 24120-SUMO-EXCURSION
                  WHEN OTHER
                       PERFORM 24150-CIERRO-EXCURSION
              END-EVALUATE
           END-IF.

       24120-SUMO-EXCURSION.
      *----------------------
      * UN CAMBIO DE LADO (DE SOBRE A BAJO O AL REVES) CIERRA LA
      * EXCURSION ANTERIOR Y ABRE OTRA EN ESTE TRAMO.

           IF WS-EXC-LADO NOT = WS-ESTADO-IMP
              PERFORM 24150-CIERRO-EXCURSION
              MOVE WS-ESTADO-IMP        TO WS-EXC-LADO
              MOVE WS-INT-FEC           TO WS-EXC-FEC
              MOVE WS-INT-HOR           TO WS-EXC-HOR
           END-IF.

           ADD WS-INTERVALO             TO WS-EXC-MINUTOS.

       24150-CIERRO-EXCURSION.
      *------------------------

           IF WS-EXC-LADO NOT = SPACE
              IF WS-EXC-MINUTOS > WS-EXCMAY-MINUTOS
                 MOVE WS-EXC-MINUTOS    TO WS-EXCMAY-MINUTOS
                 MOVE WS-EXC-LADO       TO WS-EXCMAY-LADO
                 MOVE WS-EXC-FEC        TO WS-EXCMAY-FEC
                 MOVE WS-EXC-HOR        TO WS-EXCMAY-HOR
              END-IF
              MOVE SPACE                TO WS-EXC-LADO
              MOVE 0                    TO WS-EXC-MINUTOS
           END-IF.

       24200-ACUMULO-ESTADISTICAS.
      *----------------------------
      * LA PRIMERA LECTURA INICIALIZA MINIMA/MAXIMA Y LA PRIMERA
      * MUESTRA; LAS LECTURAS LLEGAN EN ORDEN CRONOLOGICO, ASI QUE
      * LA ULTIMA MUESTRA ES SIEMPRE LA ULTIMA PROCESADA.

           IF WS-CANT-LECT = 0
              MOVE WS-TEMP-LEIDA        TO WS-TEMP-MIN
              MOVE WS-TEMP-LEIDA        TO WS-TEMP-MAX
              MOVE H-FECTOMA            TO WS-PRI-FEC
              MOVE H-HORTOMA            TO WS-PRI-HOR
           ELSE
              IF WS-TEMP-LEIDA < WS-TEMP-MIN
                 MOVE WS-TEMP-LEIDA     TO WS-TEMP-MIN
              END-IF
              IF WS-TEMP-LEIDA > WS-TEMP-MAX
                 MOVE WS-TEMP-LEIDA     TO WS-TEMP-MAX
              END-IF
           END-IF.

           ADD 1                        TO WS-CANT-LECT.
           ADD WS-TEMP-LEIDA            TO WS-SUMA-TEMP.
           MOVE H-FECTOMA               TO WS-ULT-FEC.
           MOVE H-HORTOMA               TO WS-ULT-HOR.

           EVALUATE WS-ESTADO-ACT
               WHEN 'S'
                    ADD 1               TO WS-CANT-SOBRE
               WHEN 'B'
                    ADD 1               TO WS-CANT-BAJO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           COMPUTE WS-MKT-TERMINO =
                   FUNCTION EXP(0 - WS-MKT-DH-R
                                  / (WS-TEMP-LEIDA + WS-MKT-KELVIN)).
           ADD WS-MKT-TERMINO           TO WS-MKT-SUMA.

       24500-CIERRO-VENTANA.
      *----------------------
      * IMPUTA EL ULTIMO TRAMO, DE LA ULTIMA LECTURA AL FIN DEL
      * EMBARQUE (SIN LECTURAS, TODA LA VENTANA), CIERRA LA
      * EXCURSION QUE HAYA QUEDADO ABIERTA Y CALCULA PROMEDIO Y
      * MKT.

           COMPUTE WS-INTERVALO = WS-MIN-FIN - WS-MIN-ANT.
           MOVE WS-ANT-FEC              TO WS-INT-FEC.
           MOVE WS-ANT-HOR              TO WS-INT-HOR.

           IF WS-CANT-LECT = 0
              MOVE 'D'                  TO WS-ESTADO-IMP
           ELSE
              MOVE WS-ESTADO-ANT        TO WS-ESTADO-IMP
           END-IF.

           IF WS-INTERVALO > 0
              PERFORM 24100-IMPUTO-INTERVALO
           END-IF.

           PERFORM 24150-CIERRO-EXCURSION.

           COMPUTE WS-MIN-FUERA = WS-MIN-SOBRE + WS-MIN-BAJO.

           IF WS-CANT-LECT > 0
              COMPUTE WS-TEMP-PROM ROUNDED =
                      WS-SUMA-TEMP / WS-CANT-LECT
              COMPUTE WS-TEMP-MKT ROUNDED =
                      WS-MKT-DH-R
                    / (0 - FUNCTION LOG(WS-MKT-SUMA / WS-CANT-LECT))
                    - WS-MKT-KELVIN
           END-IF.

       25000-DETERMINO-VEREDICTO.
      *---------------------------
      * EL PRIMER MOTIVO QUE APLICA ES EL QUE SE INFORMA. UN ERROR
      * DE SQL DEJA EL CERTIFICADO SIN VALOR (PUEDEN FALTAR
      * LECTURAS) Y SALE COMO 'ERR '. LO MISMO SI NO SE PUDO LEER
      * EL RESGUARDO (ARCHIVO) PARA LOS DIAS YA PURGADOS: NO
      * SE SABE SI HUBO HUECOS O EXCURSIONES, NO QUE LOS HUBO.

           EVALUATE TRUE
               WHEN 88-ERROR-SQL-EMB-SI
                    MOVE 'ERR '                       TO WS-VEREDICTO
                    MOVE 'ERROR DE ACCESO A TREGTEMP' TO WS-MOTIVO
                    ADD 1 TO WS-CANT-ERROR
               WHEN 88-FALTA-ARCHIVO-SI
                    MOVE 'ERR '                       TO WS-VEREDICTO
                    MOVE 'RESGUARDO NO DISPONIBLE'    TO WS-MOTIVO
                    ADD 1 TO WS-CANT-ERROR
               WHEN WS-CANT-LECT = 0
                    MOVE 'FAIL'                       TO WS-VEREDICTO
                    MOVE 'SIN LECTURAS EN LA VENTANA' TO WS-MOTIVO
                    ADD 1 TO WS-CANT-FAIL
               WHEN WS-MIN-FUERA > WS-TOL-EXCUR
                    MOVE 'FAIL'                       TO WS-VEREDICTO
                    MOVE 'EXCURSION FUERA DE RANGO'   TO WS-MOTIVO
                    ADD 1 TO WS-CANT-FAIL
               WHEN WS-CANT-HUECOS > 0
                    MOVE 'FAIL'                       TO WS-VEREDICTO
                    MOVE 'HUECOS EN EL MUESTREO'      TO WS-MOTIVO
                    ADD 1 TO WS-CANT-FAIL
               WHEN OTHER
                    MOVE 'PASS'                       TO WS-VEREDICTO
                    MOVE 'DENTRO DE RANGO Y CUBIERTO' TO WS-MOTIVO
                    ADD 1 TO WS-CANT-PASS
           END-EVALUATE.

       26000-IMPRIMO-CERTIFICADO.
      *---------------------------
      * UNA HOJA POR EMBARQUE: SE FUERZA SALTO DE PAGINA ANTES DE
      * LA PRIMERA LINEA.

           MOVE 99                      TO WS-LINEAS.

           MOVE CER-01                  TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE CER-02                  TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE TIT03                   TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           PERFORM 26100-IMPRIMO-EMBARQUE.

           PERFORM 26200-IMPRIMO-COBERTURA.

           PERFORM 26300-IMPRIMO-EXCURSIONES.

           PERFORM 26400-IMPRIMO-TEMPERATURAS.

           MOVE WS-VEREDICTO            TO DETVERED-VEREDICTO.
           MOVE WS-MOTIVO               TO DETVERED-MOTIVO.
           MOVE DETVERED                TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

       26100-IMPRIMO-EMBARQUE.
      *------------------------

           MOVE 'EMBARQUE                    : ' TO DETTXT-CONCEPTO.
           MOVE EMB-NRO-EMBARQUE        TO DETTXT-VALOR.
           MOVE DETTXT                  TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'CLIENTE                     : ' TO DETTXT-CONCEPTO.
           MOVE EMB-COD-PROPIET         TO DETTXT-VALOR.
           MOVE DETTXT                  TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'DISPOSITIVO                 : ' TO DETTXT-CONCEPTO.
           MOVE SPACES                  TO DETTXT-VALOR.
           MOVE EMB-COD-DISPO           TO DETTXT-VALOR(1:5).
           MOVE MAEDISP-DESCR           TO DETTXT-VALOR(7:30).
           MOVE DETTXT                  TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'FABRICANTE                  : ' TO DETTXT-CONCEPTO.
           MOVE MAEDISP-COD-FABRICANTE  TO DETTXT-VALOR.
           MOVE DETTXT                  TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'INICIO DEL EMBARQUE         : ' TO DETFECHA-CONCEPTO.
           MOVE WS-EMB-FEC-DESDE        TO DETFECHA-FEC.
           MOVE WS-EMB-HOR-DESDE        TO DETFECHA-HOR.
           MOVE DETFECHA                TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'FIN DEL EMBARQUE            : ' TO DETFECHA-CONCEPTO.
           MOVE WS-EMB-FEC-HASTA        TO DETFECHA-FEC.
           MOVE WS-EMB-HOR-HASTA        TO DETFECHA-HOR.
           MOVE DETFECHA                TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE WS-RANGO-MIN            TO DETRANGO-MIN.
           MOVE WS-RANGO-MAX            TO DETRANGO-MAX.
           EVALUATE WS-ORIGEN-RANGO
               WHEN 'E'
                    MOVE 'DEL EMBARQUE'   TO DETRANGO-ORIGEN
               WHEN 'U'
                    MOVE 'UMBRALES'       TO DETRANGO-ORIGEN
               WHEN OTHER
                    MOVE 'EMBARQUE/UMBRALES' TO DETRANGO-ORIGEN
           END-EVALUATE.
           MOVE DETRANGO                TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'ORIGEN DE LAS LECTURAS      : ' TO DETTXT-CONCEPTO.
           EVALUATE WS-FUENTE
               WHEN 'A'
                    MOVE 'RESGUARDO DE LECTURAS PURGADAS'
                                         TO DETTXT-VALOR
               WHEN 'M'
                    MOVE 'RESGUARDO DE LECTURAS PURGADAS E IDCC22.TREG
      -                  'TEMP'          TO DETTXT-VALOR
               WHEN OTHER
                    MOVE 'IDCC22.TREGTEMP' TO DETTXT-VALOR
           END-EVALUATE.
           MOVE DETTXT                  TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE TIT03                   TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

       26200-IMPRIMO-COBERTURA.
      *-------------------------

           MOVE CER-COBERTURA           TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'LECTURAS EN LA VENTANA      : ' TO DETCANT-CONCEPTO.
           MOVE WS-CANT-LECT            TO DETCANT-CANT.
           MOVE DETCANT                 TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           IF WS-CANT-LECT > 0
              MOVE 'PRIMERA LECTURA             : '
                                        TO DETFECHA-CONCEPTO
              MOVE WS-PRI-FEC           TO DETFECHA-FEC
              MOVE WS-PRI-HOR           TO DETFECHA-HOR
              MOVE DETFECHA             TO REG-INFORME
              PERFORM 28000-GRABO-INFORME

              MOVE 'ULTIMA LECTURA              : '
                                        TO DETFECHA-CONCEPTO
              MOVE WS-ULT-FEC           TO DETFECHA-FEC
              MOVE WS-ULT-HOR           TO DETFECHA-HOR
              MOVE DETFECHA             TO REG-INFORME
              PERFORM 28000-GRABO-INFORME
           END-IF.

           MOVE 'INTERVALO MAXIMO ADMITIDO   : ' TO DETCANT-CONCEPTO.
           MOVE WS-TOL-HUECO            TO DETCANT-CANT.
           MOVE DETCANT                 TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'HUECOS DE MUESTREO          : ' TO DETCANT-CONCEPTO.
           MOVE WS-CANT-HUECOS          TO DETCANT-CANT.
           MOVE DETCANT                 TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'MINUTOS SIN COBERTURA       : ' TO DETCANT-CONCEPTO.
           MOVE WS-MIN-HUECOS           TO DETCANT-CANT.
           MOVE DETCANT                 TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           IF WS-CANT-HUECOS > 0
              MOVE 'HUECO MAS LARGO             : '
                                        TO DETMAYOR-CONCEPTO
              MOVE WS-HUEMAY-MINUTOS    TO DETMAYOR-MINUTOS
              MOVE WS-HUEMAY-FEC        TO DETMAYOR-FEC
              MOVE WS-HUEMAY-HOR        TO DETMAYOR-HOR
              MOVE SPACES               TO DETMAYOR-LADO
              MOVE DETMAYOR             TO REG-INFORME
              PERFORM 28000-GRABO-INFORME
           END-IF.

           IF WS-CANT-DESORDEN > 0
              MOVE 'LECTURAS FUERA DE ORDEN     : '
                                        TO DETCANT-CONCEPTO
              MOVE WS-CANT-DESORDEN     TO DETCANT-CANT
              MOVE DETCANT              TO REG-INFORME
              PERFORM 28000-GRABO-INFORME
           END-IF.

           MOVE TIT03                   TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

       26300-IMPRIMO-EXCURSIONES.
      *---------------------------

           MOVE CER-EXCURSION           TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'LECTURAS SOBRE EL MAXIMO    : ' TO DETCANT-CONCEPTO.
           MOVE WS-CANT-SOBRE           TO DETCANT-CANT.
           MOVE DETCANT                 TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'LECTURAS BAJO EL MINIMO     : ' TO DETCANT-CONCEPTO.
           MOVE WS-CANT-BAJO            TO DETCANT-CANT.
           MOVE DETCANT                 TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'MINUTOS SOBRE EL MAXIMO     : ' TO DETCANT-CONCEPTO.
           MOVE WS-MIN-SOBRE            TO DETCANT-CANT.
           MOVE DETCANT                 TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'MINUTOS BAJO EL MINIMO      : ' TO DETCANT-CONCEPTO.
           MOVE WS-MIN-BAJO             TO DETCANT-CANT.
           MOVE DETCANT                 TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'MINUTOS FUERA DE RANGO ADM. : ' TO DETCANT-CONCEPTO.
           MOVE WS-TOL-EXCUR            TO DETCANT-CANT.
           MOVE DETCANT                 TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           IF WS-EXCMAY-MINUTOS > 0
              MOVE 'EXCURSION MAS LARGA         : '
                                        TO DETMAYOR-CONCEPTO
              MOVE WS-EXCMAY-MINUTOS    TO DETMAYOR-MINUTOS
              MOVE WS-EXCMAY-FEC        TO DETMAYOR-FEC
              MOVE WS-EXCMAY-HOR        TO DETMAYOR-HOR
              IF WS-EXCMAY-LADO = 'S'
                 MOVE 'SOBRE EL MAXIMO' TO DETMAYOR-LADO
              ELSE
                 MOVE 'BAJO EL MINIMO'  TO DETMAYOR-LADO
              END-IF
              MOVE DETMAYOR             TO REG-INFORME
              PERFORM 28000-GRABO-INFORME
           END-IF.

           MOVE TIT03                   TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

       26400-IMPRIMO-TEMPERATURAS.
      *----------------------------

           IF WS-CANT-LECT > 0
              MOVE CER-TEMPERATURA      TO REG-INFORME
              PERFORM 28000-GRABO-INFORME

              MOVE 'TEMPERATURA MINIMA          : '
                                        TO DETTEMP-CONCEPTO
              MOVE WS-TEMP-MIN          TO DETTEMP-VALOR
              MOVE DETTEMP              TO REG-INFORME
              PERFORM 28000-GRABO-INFORME

              MOVE 'TEMPERATURA MAXIMA          : '
                                        TO DETTEMP-CONCEPTO
              MOVE WS-TEMP-MAX          TO DETTEMP-VALOR
              MOVE DETTEMP              TO REG-INFORME
              PERFORM 28000-GRABO-INFORME

              MOVE 'TEMPERATURA PROMEDIO        : '
                                        TO DETTEMP-CONCEPTO
              MOVE WS-TEMP-PROM         TO DETTEMP-VALOR
              MOVE DETTEMP              TO REG-INFORME
              PERFORM 28000-GRABO-INFORME

              MOVE 'TEMPERATURA CINETICA MEDIA  : '
                                        TO DETTEMP-CONCEPTO
              MOVE WS-TEMP-MKT          TO DETTEMP-VALOR
              MOVE DETTEMP              TO REG-INFORME
              PERFORM 28000-GRABO-INFORME

              MOVE TIT03                TO REG-INFORME
              PERFORM 28000-GRABO-INFORME
           END-IF.

       27000-GRABO-RESULTADO.
      *-----------------------

           MOVE SPACES                  TO REG-RESULEMB.
           MOVE EMB-NRO-EMBARQUE        TO RES-NRO-EMBARQUE.
           MOVE EMB-COD-PROPIET         TO RES-COD-PROPIET.
           MOVE EMB-COD-DISPO           TO RES-COD-DISPO.
           MOVE WS-EMB-FEC-DESDE        TO RES-FEC-DESDE.
           MOVE WS-EMB-HOR-DESDE        TO RES-HOR-DESDE.
           MOVE WS-EMB-FEC-HASTA        TO RES-FEC-HASTA.
           MOVE WS-EMB-HOR-HASTA        TO RES-HOR-HASTA.
           MOVE WS-RANGO-MIN            TO RES-RANGO-MIN.
           MOVE WS-RANGO-MAX            TO RES-RANGO-MAX.
           MOVE WS-ORIGEN-RANGO         TO RES-ORIGEN-RANGO.
           MOVE WS-CANT-LECT            TO RES-CANT-LECTURAS.
           MOVE WS-CANT-HUECOS          TO RES-CANT-HUECOS.
           MOVE WS-MIN-HUECOS           TO RES-MIN-HUECOS.
           MOVE WS-MIN-SOBRE            TO RES-MIN-SOBRE.
           MOVE WS-MIN-BAJO             TO RES-MIN-BAJO.
           MOVE WS-EXCMAY-MINUTOS       TO RES-MIN-EXC-MAYOR.
           MOVE WS-TEMP-MIN             TO RES-TEMP-MIN.
           MOVE WS-TEMP-MAX             TO RES-TEMP-MAX.
           MOVE WS-TEMP-PROM            TO RES-TEMP-PROM.
           MOVE WS-TEMP-MKT             TO RES-TEMP-MKT.
           MOVE WS-VEREDICTO            TO RES-VEREDICTO.
           MOVE WS-MOTIVO               TO RES-MOTIVO.
           MOVE WS-FUENTE               TO RES-FUENTE.

           PERFORM 27100-WRITE-RESULEMB.

       27100-WRITE-RESULEMB.
      *----------------------
      * LA FECHA/HORA DE EMISION ES LA DEL INICIO DE LA CORRIDA,
      * LA MISMA PARA TODOS LOS RESULTADOS DE UNA TANDA.

           MOVE WS-BIT-FEC-INICIO       TO RES-FEC-EMISION.
           MOVE WS-BIT-HOR-INICIO       TO RES-HOR-EMISION.

           WRITE REG-RESULEMB-FD FROM REG-RESULEMB.

           EVALUATE FS-RESULEMB
               WHEN '00'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR WRITE RESULEMB FS: ' FS-RESULEMB
           END-EVALUATE.

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

       29700-CALCULO-MINUTOS.
      *-----------------------

           MOVE WS-TS-FEC(1:4)          TO WS-FECNUM-AAAA.
           MOVE WS-TS-FEC(6:2)          TO WS-FECNUM-MM.
           MOVE WS-TS-FEC(9:2)          TO WS-FECNUM-DD.
           MOVE WS-TS-HOR(1:2)          TO WS-TS-HH.
           MOVE WS-TS-HOR(4:2)          TO WS-TS-MN.

           COMPUTE WS-TS-MINUTOS =
                   FUNCTION INTEGER-OF-DATE(WS-FECNUM-N) * 1440
                 + WS-TS-HH * 60 + WS-TS-MN.

       30000-FINALIZO.
      *--------------
      * UN EMBARQUE QUE NO CUMPLE O QUE NO SE PUDO CERTIFICAR DEJA
      * RETURN-CODE 4 PARA QUE EL AREA COMERCIAL LO REVISE ANTES DE
      * MANDAR LOS RESULTADOS. UN ERROR DE SQL O DE LECTURA DE LOS
      * EMBARQUES PESA MAS Y DEVUELVE 16.

           DISPLAY 'EMBARQUES LEIDOS            : ' WS-LEIDOS.
           DISPLAY 'CERTIFICADOS PASS           : ' WS-CANT-PASS.
           DISPLAY 'CERTIFICADOS FAIL           : ' WS-CANT-FAIL.
           DISPLAY 'EMBARQUES NO CERTIFICADOS   : ' WS-CANT-ERROR.

           IF WS-CANT-FAIL > 0
              OR WS-CANT-ERROR > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           IF 88-ERROR-SQL-SI
              DISPLAY 'HUBO CERTIFICADOS SIN VALOR POR ERRORES DE SQL'
              MOVE 16 TO RETURN-CODE
           END-IF.

           IF 88-ERROR-EMBARQUE-SI
              DISPLAY 'EMBARQUES TRUNCOS POR ERROR DE LECTURA'
              MOVE 16 TO RETURN-CODE
           END-IF.

           PERFORM 31000-CIERRO-ARCHIVOS.

       30900-GRABO-BITACORA.
      *----------------------
      * AGREGA ESTA CORRIDA A LA BITACORA DE CICLO CON SU RETORNO
      * FINAL. UN ERROR DE LA BITACORA SE AVISA PERO NO CAMBIA EL
      * RETORNO: EL PROCESO YA TERMINO.
      * LEIDOS = EMBARQUES LEIDOS, GRABADOS = CERTIFICADOS EMITIDOS
      * (PASS Y FAIL), RECHAZOS = EMBARQUES RECHAZADOS.

           MOVE SPACES                  TO REG-BITACORA.
           MOVE 'ESTEMP16'              TO BIT-PROGRAMA.
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
           COMPUTE BIT-CANT-GRABADOS = WS-CANT-PASS + WS-CANT-FAIL.
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

           IF 88-OPEN-EMBARQUE-SI
              SET 88-OPEN-EMBARQUE-NO TO TRUE
              PERFORM 31100-CIERRO-EMBARQUE
           END-IF.

           IF 88-OPEN-MAEDISP-SI
              SET 88-OPEN-MAEDISP-NO TO TRUE
              PERFORM 31130-CIERRO-MAEDISP
           END-IF.

           IF 88-OPEN-UMBRALES-SI
              SET 88-OPEN-UMBRALES-NO TO TRUE
              PERFORM 31135-CIERRO-UMBRALES
           END-IF.

           IF 88-OPEN-INFORME-SI
              SET 88-OPEN-INFORME-NO TO TRUE
              PERFORM 31120-CIERRO-INFORME
           END-IF.

           IF 88-OPEN-RESULEMB-SI
              SET 88-OPEN-RESULEMB-NO TO TRUE
              PERFORM 31140-CIERRO-RESULEMB
           END-IF.

           IF 88-OPEN-RECHAZOS-SI
              SET 88-OPEN-RECHAZOS-NO TO TRUE
              PERFORM 31150-CIERRO-RECHAZOS
           END-IF.

       31100-CIERRO-EMBARQUE.
      *-----------------------

           CLOSE EMBARQUE.

           EVALUATE TRUE
               WHEN 88-FS-EMBARQUE-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE EMBARQUE FS: ' FS-EMBARQUE
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

       31130-CIERRO-MAEDISP.
      *---------------------

           CLOSE MAEDISP.

           EVALUATE TRUE
               WHEN 88-FS-MAEDISP-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE MAEDISP FS: ' FS-MAEDISP
                    PERFORM 99000-ABORTO

           END-EVALUATE.

       31135-CIERRO-UMBRALES.
      *-----------------------

           CLOSE UMBRALES.

           EVALUATE TRUE
               WHEN 88-FS-UMBRALES-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE UMBRALES FS: ' FS-UMBRALES
                    PERFORM 99000-ABORTO

           END-EVALUATE.

       31140-CIERRO-RESULEMB.
      *-----------------------

           CLOSE RESULEMB.

           EVALUATE TRUE
               WHEN 88-FS-RESULEMB-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE RESULEMB FS: ' FS-RESULEMB
                    PERFORM 99000-ABORTO

           END-EVALUATE.

       31150-CIERRO-RECHAZOS.
      *-----------------------

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
