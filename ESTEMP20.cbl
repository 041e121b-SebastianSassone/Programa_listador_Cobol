       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. ESTEMP20.
      *AUTHOR. SEBASTIAN SASSONE.
      *DATE-WRITTEN. 14/10/2026.
      *DATE-COMPILED. EARRING.
      *----------------------------------------------------------------
      *ESTE ES UN PROGRAMA DE CONSULTA EN LINEA (CICS) DE UN
      *DISPOSITIVO, PARA LA MESA DE AYUDA. CON EL CODIGO DE
      *DISPOSITIVO MUESTRA EN EL MAPA ESTM20A (MAPSET ESTM20):
      *  - LOS DATOS DE MAEDISP (DESCRIPCION, ESTADO Y FABRICANTE
      *    CON SUS NOMBRES DE TESTATUS/TFABRICA, PROPIETARIO, Y EL
      *    RETIRO Y CODIGO QUE LO REEMPLAZA SI ESTA RETIRADO).
      *  - LA ULTIMA LECTURA DE IDCC22.TREGTEMP CON SUS COORDENADAS.
      *  - LOS LIMITES DE UMBRALES (COPY WCODUMB) DE LA VERSION
      *    VIGENTE AL MOMENTO DE LA CONSULTA.
      *  - LA RACHA DE ALERTA DE ALESTADO (COPY WREGEST): DESDE
      *    CUANDO ESTA EN BRECHA, CUANTAS CORRIDAS CONSECUTIVAS Y
      *    EL PEOR EXCESO, SEGUN EL ULTIMO LISTADO DE ESTEMP03.
      *CON PF5 PASA AL MAPA ESTM20B, QUE PAGINA (PF7/PF8) LAS
      *ULTIMAS 50 LECTURAS DEL DISPOSITIVO, DE LA MAS NUEVA A LA
      *MAS VIEJA. PF3 VUELVE A LA CONSULTA (O TERMINA DESDE ELLA)
      *Y CLEAR TERMINA.
      *ES PSEUDO-CONVERSACIONAL: ENTRE PANTALLAS EL ESTADO (MAPA
      *EN CURSO, DISPOSITIVO Y LECTURAS CARGADAS) VIAJA EN LA
      *COMMAREA Y LA TRANSACCION SE RELANZA CON EIBTRNID.
      *ES SOLO DE CONSULTA: NO HACE WRITE, REWRITE NI DELETE DE
      *NINGUN ARCHIVO NI UPDATE, INSERT NI DELETE EN DB2; LOS
      *MAESTROS SE MANTIENEN SOLO POR ESTEMP05 Y ESTEMP19.
      *ALESTADO ES SECUENCIAL (ESTEMP03 LO SOBRESCRIBE ENTERO): SE
      *RECORRE COMO ESDS POR RBA HASTA ENCONTRAR EL DISPOSITIVO.
      *MIENTRAS ESTEMP03 LO REGRABA NO ESTA DISPONIBLE EN LINEA Y
      *LA CONSULTA LO INFORMA SIN CORTAR.
      *UN ERROR AL ENVIAR UN MAPA TERMINA LA TAREA CON ABEND E20M.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *--------------------

       CONFIGURATION SECTION.
      *---------------------
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       DATA DIVISION.
      *-------------

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-SQLCODE                    PIC S9(4) VALUE ZEROES.
           88 DB2-OK                               VALUE +0.
           88 DB2-NOTFND                           VALUE +100.

       77  WS2-SQLCODE                   PIC S9(4) VALUE ZERO.
           88 DB2-OK2                              VALUE +0.
           88 DB2-NOTFND2                          VALUE +100.

       77  WS-OPEN-CUR-ULTIMAS           PIC X     VALUE 'N'.
           88 88-OPEN-CUR-ULTIMAS-SI               VALUE 'S'.
           88 88-OPEN-CUR-ULTIMAS-NO               VALUE 'N'.

       77  WS-FS-CUR-ULTIMAS             PIC X     VALUE 'N'.
           88 88-FS-CUR-ULTIMAS-SI                 VALUE 'S'.
           88 88-FS-CUR-ULTIMAS-NO                 VALUE 'N'.

      *---------------------------------------------
      * RESPUESTA DE LOS COMANDOS CICS (OPCION RESP).
      *---------------------------------------------
       77  WS-RESP                       PIC S9(08) COMP VALUE 0.

      *---------------------------------------------
      * FIN DE LA CONVERSACION (PF3 EN LA CONSULTA O CLEAR).
      *---------------------------------------------
       77  WS-TERMINA                    PIC X(01) VALUE 'N'.
           88 88-TERMINA-SI                        VALUE 'S'.
           88 88-TERMINA-NO                        VALUE 'N'.

       77  WS-DISPO                      PIC X(01) VALUE 'N'.
           88 88-DISPO-SI                          VALUE 'S'.
           88 88-DISPO-NO                          VALUE 'N'.

      *---------------------------------------------
      * MOMENTO DE LA CONSULTA: AAAA-MM-DD / HH:MM:SS PARA
      * COMPARAR CONTRA LAS VIGENCIAS DE UMBRALES Y DD/MM/AAAA
      * PARA EL ENCABEZADO DE LOS MAPAS.
      *---------------------------------------------
       77  WS-ABSTIME                    PIC S9(15) COMP-3 VALUE 0.
       01  WS-AHORA.
           03 WS-AHORA-FEC               PIC X(10) VALUE SPACES.
           03 WS-AHORA-HOR               PIC X(08) VALUE SPACES.
       01  WS-FEC-PANTALLA               PIC X(10) VALUE SPACES.

       01  WS-COD-CONSULTA               PIC X(05) VALUE SPACES.
       01  WS-MENSAJE                    PIC X(78) VALUE SPACES.
       01  WS-MENSAJE-SALVA              PIC X(78) VALUE SPACES.

      *---------------------------------------------
      * MENSAJES DE ERROR CON EL CODIGO DE RESPUESTA CICS O EL
      * SQLCODE.
      *---------------------------------------------
       01  WS-MSG-RESP.
           03 WS-MSG-RESP-TEXTO          PIC X(40) VALUE SPACES.
           03 FILLER                     PIC X(06) VALUE 'RESP: '.
           03 WS-MSG-RESP-COD            PIC ZZZ9.
           03 FILLER                     PIC X(28) VALUE SPACES.

       01  WS-MSG-SQL.
           03 WS-MSG-SQL-TEXTO           PIC X(40) VALUE SPACES.
           03 FILLER                     PIC X(09) VALUE 'SQLCODE: '.
           03 WS-MSG-SQL-COD             PIC -ZZZ9.
           03 FILLER                     PIC X(24) VALUE SPACES.

       01  WS-MSG-FIN                    PIC X(40) VALUE
                                'FIN DE LA CONSULTA DE DISPOSITIVOS'.
       77  WS-LARGO-MSG-FIN              PIC S9(04) COMP VALUE 40.

      *---------------------------------------------
      * BUSQUEDA DE LA VERSION DE UMBRALES VIGENTE: BROWSE DESDE
      * EL CODIGO CON VIGENCIA LOW-VALUES (LAS VERSIONES VIENEN EN
      * ORDEN DE VIG-DESDE).
      *---------------------------------------------
       01  WS-UMB-CLAVE.
           03 WS-UMB-COD-DISPO           PIC X(05).
           03 WS-UMB-VIG-DESDE           PIC X(18).

       77  WS-FIN-UMBRAL                 PIC X(01) VALUE 'N'.
           88 88-FIN-UMBRAL-SI                     VALUE 'S'.
           88 88-FIN-UMBRAL-NO                     VALUE 'N'.

       77  WS-UMB-VIGENTE                PIC X(01) VALUE 'N'.
           88 88-UMB-VIGENTE-SI                    VALUE 'S'.
           88 88-UMB-VIGENTE-NO                    VALUE 'N'.

      *---------------------------------------------
      * RECORRIDO DE ALESTADO POR RBA.
      *---------------------------------------------
       77  WS-ALE-RBA                    PIC S9(08) COMP VALUE 0.

       77  WS-FIN-ALESTADO               PIC X(01) VALUE 'N'.
           88 88-FIN-ALESTADO-SI                   VALUE 'S'.
           88 88-FIN-ALESTADO-NO                   VALUE 'N'.

       77  WS-ALERTA                     PIC X(01) VALUE 'N'.
           88 88-ALERTA-SI                         VALUE 'S'.
           88 88-ALERTA-NO                         VALUE 'N'.
           88 88-ALERTA-NO-DISPONIBLE              VALUE 'X'.

      *---------------------------------------------
      * PAGINADO DE LAS ULTIMAS LECTURAS (MAPA ESTM20B).
      *---------------------------------------------
       77  WS-MAX-LECT                   PIC 9(03) VALUE 50.
       77  WS-LINEAS-PAGINA              PIC 9(03) VALUE 15.
       77  WS-TOT-PAGINAS                PIC 9(03) VALUE 0.
       77  WS-LIN                        PIC 9(03) VALUE 0.
       77  WS-LECT                       PIC 9(03) VALUE 0.

      *---------------------------------------------
      * CAMPOS DE EDICION PARA LOS MAPAS.
      *---------------------------------------------
       01  WS-EDIT-TEMP                  PIC ---9,9999.
       01  WS-EDIT-HUM                   PIC ZZ9,99.
       01  WS-EDIT-EXCESO                PIC ----9,9999.
       01  WS-EDIT-CORRIDAS              PIC ZZZZ9.
       01  WS-EDIT-PAGINA                PIC ZZ9.

       01  WS-FEC-HOR.
           03 WS-FEC-HOR-FEC             PIC X(10).
           03 FILLER                     PIC X(01) VALUE ' '.
           03 WS-FEC-HOR-HOR             PIC X(08).

       01  WS-COORD.
           03 WS-COORD-GRA               PIC ZZ9.
           03 FILLER                     PIC X(01) VALUE ' '.
           03 WS-COORD-MIN               PIC Z9.
           03 FILLER                     PIC X(01) VALUE ' '.
           03 WS-COORD-SEC               PIC Z9.
           03 FILLER                     PIC X(01) VALUE ' '.
           03 WS-COORD-HEMIS-DESC        PIC X(06).

      *---------------------------------------------
      * LINEA DE LECTURA DEL MAPA ESTM20B (ALINEADA CON EL
      * ENCABEZADO 'NRO FECHA HORA TEMPERAT. HUMED. EST').
      *---------------------------------------------
       01  WS-LINEA-LECT.
           03 WS-LL-NRO                  PIC ZZ9.
           03 FILLER                     PIC X(01) VALUE ' '.
           03 WS-LL-FEC                  PIC X(10).
           03 FILLER                     PIC X(01) VALUE ' '.
           03 WS-LL-HOR                  PIC X(08).
           03 FILLER                     PIC X(01) VALUE ' '.
           03 WS-LL-TEMP                 PIC ---9,9999.
           03 FILLER                     PIC X(02) VALUE ' '.
           03 WS-LL-HUM                  PIC ZZ9,99.
           03 FILLER                     PIC X(01) VALUE ' '.
           03 WS-LL-ESTADO               PIC X(03).
           03 FILLER                     PIC X(34) VALUE ' '.

      *---------------------------------------------
      * COMMAREA: ESTADO DE LA CONVERSACION ENTRE PANTALLAS. LAS
      * LECTURAS SE CARGAN UNA VEZ AL PASAR A ESTM20B Y SE PAGINAN
      * DESDE ACA SIN VOLVER A DB2.
      *---------------------------------------------
       77  WS-LARGO-COMMAREA             PIC S9(04) COMP VALUE 1792.
       01  WS-COMMAREA.
           03 CA-PANTALLA                PIC X(01).
              88 88-CA-PANT-INICIAL                VALUE ' '.
              88 88-CA-PANT-CONSULTA               VALUE '1'.
              88 88-CA-PANT-LECTURAS               VALUE '2'.
           03 CA-COD-DISPO               PIC X(05).
           03 CA-DESCR                   PIC X(30).
           03 CA-CANT-LECT               PIC 9(03).
           03 CA-PAGINA                  PIC 9(03).
           03 CA-TABLA-LECT.
              05 CA-LECT-OCU OCCURS 50 TIMES
                              INDEXED BY IX-LECT.
                 07 CA-LEC-FEC           PIC X(10).
                 07 CA-LEC-HOR           PIC X(08).
                 07 CA-LEC-TEMP          PIC S9(04)V9(04)
                                         SIGN LEADING SEPARATE.
                 07 CA-LEC-HUM           PIC 9(03)V9(02).
                 07 CA-LEC-ESTADO        PIC X(03).

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO MAEDISP
      *---------------------------------------------
       COPY WCODDIS.

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO UMBRALES
      *---------------------------------------------
       COPY WCODUMB.

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO ALESTADO
      *---------------------------------------------
       COPY WREGEST.

      *---------------------------------------------
      * MAPA SIMBOLICO DEL MAPSET ESTM20 Y TECLAS DE ATENCION.
      *---------------------------------------------
       COPY ESTM20.

       COPY DFHAID.

      *---------------------------------------------
      * DEFINICON DE LAS TABLAS.
      *---------------------------------------------
           EXEC SQL
             INCLUDE TREGTEMP
           END-EXEC.

           EXEC SQL
             INCLUDE TESTATUS
           END-EXEC.

           EXEC SQL
             INCLUDE TFABRICA
           END-EXEC.

      *---------------------------------------------
      * DEFINICON DEL AREA SQLCA.
      *---------------------------------------------
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      *---------------------------------------------
      * CURSOR CON LAS LECTURAS DEL DISPOSITIVO CONSULTADO, DE LA
      * MAS NUEVA A LA MAS VIEJA. LA CONSULTA TOMA SOLO LA PRIMERA;
      * LA PANTALLA DE LECTURAS, HASTA WS-MAX-LECT.
      *---------------------------------------------
           EXEC SQL
                DECLARE CURSOR-ULTIMAS CURSOR FOR
                SELECT CODDISP
                      ,CODFAB
                      ,FECTOMA
                      ,HORTOMA
                      ,TEMPERAT
                      ,HUMEDAD
                      ,LATGRAD
                      ,LATMIN
                      ,LATSEC
                      ,LATHEMIS
                      ,LONGRAD
                      ,LONMIN
                      ,LONSEC
                      ,LONHEMIS
                      ,CODESTAT
                FROM IDCC22.TREGTEMP
                WHERE CODDISP = :WS-COD-CONSULTA
                ORDER BY FECTOMA DESC, HORTOMA DESC
                FOR FETCH ONLY
           END-EXEC.

       LINKAGE SECTION.
      *---------------
       01  DFHCOMMAREA                   PIC X(1792).

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *----------------------

           PERFORM 10000-INICIO.

           PERFORM 20000-PROCESO.

           PERFORM 30000-FINALIZO.

           GOBACK.

       10000-INICIO.
      *------------
      * SIN COMMAREA (O CON UNA QUE NO ES DE ESTA TRANSACCION) ES
      * EL PRIMER INGRESO: SE PRESENTA LA CONSULTA VACIA.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-AHORA-FEC)
                DATESEP('-')
                TIME(WS-AHORA-HOR)
                TIMESEP(':')
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                DDMMYYYY(WS-FEC-PANTALLA)
                DATESEP('/')
           END-EXEC.

           SET 88-TERMINA-NO                TO TRUE.
           MOVE SPACES                      TO WS-MENSAJE.

           IF EIBCALEN = WS-LARGO-COMMAREA
              MOVE DFHCOMMAREA              TO WS-COMMAREA
           ELSE
              INITIALIZE WS-COMMAREA
              MOVE SPACES                   TO CA-PANTALLA
           END-IF.

       20000-PROCESO.
      *-------------

           EVALUATE TRUE
               WHEN 88-CA-PANT-CONSULTA
                    PERFORM 22000-ATIENDO-CONSULTA
               WHEN 88-CA-PANT-LECTURAS
                    PERFORM 25000-ATIENDO-LECTURAS
               WHEN OTHER
                    PERFORM 21000-PRESENTO-CONSULTA
           END-EVALUATE.

       21000-PRESENTO-CONSULTA.
      *-----------------------

           MOVE LOW-VALUES                  TO ESTM20AO.
           MOVE 'INGRESE EL CODIGO DE DISPOSITIVO Y PRESIONE ENTER'
                                            TO WS-MENSAJE.

           SET 88-CA-PANT-CONSULTA          TO TRUE.

           PERFORM 28000-ENVIO-CONSULTA.

       22000-ATIENDO-CONSULTA.
      *----------------------

           EVALUATE EIBAID
               WHEN DFHPF3
               WHEN DFHCLEAR
                    SET 88-TERMINA-SI       TO TRUE
               WHEN DFHENTER
                    PERFORM 22100-RECIBO-CONSULTA
               WHEN DFHPF5
                    PERFORM 22200-PIDO-LECTURAS
               WHEN OTHER
                    PERFORM 22900-REPITO-CONSULTA
                    MOVE 'TECLA NO VALIDA EN ESTA PANTALLA'
                                            TO WS-MENSAJE
                    PERFORM 28000-ENVIO-CONSULTA
           END-EVALUATE.

       22100-RECIBO-CONSULTA.
      *---------------------
      * SIN CODIGO TIPEADO (MAPFAIL O EN BLANCO) SE VUELVE A PEDIR
      * Y SE OLVIDA EL DISPOSITIVO ANTERIOR.

           MOVE LOW-VALUES                  TO ESTM20AI.

           EXEC CICS RECEIVE
                MAP('ESTM20A')
                MAPSET('ESTM20')
                INTO(ESTM20AI)
                RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                AND CODDISL > 0
                AND CODDISI NOT = SPACES
                    MOVE CODDISI            TO WS-COD-CONSULTA
                    MOVE LOW-VALUES         TO ESTM20AO
                    PERFORM 23000-CONSULTO-DISPOSITIVO
               WHEN WS-RESP = DFHRESP(NORMAL)
               WHEN WS-RESP = DFHRESP(MAPFAIL)
                    MOVE LOW-VALUES         TO ESTM20AO
                    MOVE SPACES             TO CA-COD-DISPO
                    MOVE SPACES             TO CA-DESCR
                    MOVE 'INGRESE EL CODIGO DE DISPOSITIVO'
                                            TO WS-MENSAJE
               WHEN OTHER
                    MOVE LOW-VALUES         TO ESTM20AO
                    MOVE 'ERROR AL RECIBIR EL MAPA ESTM20A'
                                            TO WS-MSG-RESP-TEXTO
                    MOVE WS-RESP            TO WS-MSG-RESP-COD
                    MOVE WS-MSG-RESP        TO WS-MENSAJE
           END-EVALUATE.

           PERFORM 28000-ENVIO-CONSULTA.

       22200-PIDO-LECTURAS.
      *-------------------
      * LAS LECTURAS SON DEL DISPOSITIVO CONSULTADO EN PANTALLA
      * (CA-COD-DISPO), NO DE LO QUE SE HAYA TIPEADO DESPUES. SIN
      * LECTURAS SE QUEDA EN LA CONSULTA CON EL AVISO.

           EVALUATE TRUE
               WHEN CA-COD-DISPO = SPACES
                    MOVE LOW-VALUES         TO ESTM20AO
                    MOVE 'CONSULTE UN DISPOSITIVO ANTES DE PEDIR SUS LEC
      -                  'TURAS'            TO WS-MENSAJE
                    PERFORM 28000-ENVIO-CONSULTA
               WHEN OTHER
                    PERFORM 24000-CARGO-LECTURAS
                    PERFORM 22210-MUESTRO-LECTURAS
           END-EVALUATE.

       22210-MUESTRO-LECTURAS.
      *----------------------

           IF CA-CANT-LECT > 0
              MOVE 1                        TO CA-PAGINA
              SET 88-CA-PANT-LECTURAS       TO TRUE
              PERFORM 26000-ARMO-PAGINA
           ELSE
              MOVE WS-MENSAJE               TO WS-MENSAJE-SALVA
              PERFORM 22900-REPITO-CONSULTA
              MOVE WS-MENSAJE-SALVA         TO WS-MENSAJE
              PERFORM 28000-ENVIO-CONSULTA
           END-IF.

       22900-REPITO-CONSULTA.
      *---------------------
      * VUELVE A ARMAR LA CONSULTA DEL DISPOSITIVO EN PANTALLA CON
      * LOS DATOS ACTUALES (LA COMMAREA NO GUARDA EL MAPA).

           MOVE LOW-VALUES                  TO ESTM20AO.

           IF CA-COD-DISPO NOT = SPACES
              MOVE CA-COD-DISPO             TO WS-COD-CONSULTA
              PERFORM 23000-CONSULTO-DISPOSITIVO
           END-IF.

       23000-CONSULTO-DISPOSITIVO.
      *--------------------------
      * ARMA EL MAPA ESTM20A PARA WS-COD-CONSULTA. CADA PARTE QUE
      * FALLA DEJA SU CAMPO EN BLANCO; EL MENSAJE ES EL DEL PRIMER
      * ERROR.

           MOVE SPACES                      TO WS-MENSAJE.
           MOVE WS-COD-CONSULTA             TO CODDISO.

           PERFORM 23100-LEO-MAEDISP.

           IF 88-DISPO-SI
              PERFORM 23200-CONSULTO-TESTATUS
              PERFORM 23300-CONSULTO-TFABRICA
              PERFORM 23400-ULTIMA-LECTURA
              PERFORM 23500-UMBRAL-VIGENTE
              PERFORM 23600-ESTADO-ALERTA
           END-IF.

           EVALUATE TRUE
               WHEN WS-MENSAJE NOT = SPACES
                    CONTINUE
               WHEN MAEDISP-FEC-RETIRO NOT = SPACES
                    MOVE 'DISPOSITIVO RETIRADO: CONSULTE EL CODIGO QUE L
      -                  'O REEMPLAZA'      TO WS-MENSAJE
               WHEN OTHER
                    MOVE 'PF5 PARA VER LAS ULTIMAS LECTURAS'
                                            TO WS-MENSAJE
           END-EVALUATE.

       23100-LEO-MAEDISP.
      *-----------------

           SET 88-DISPO-NO                  TO TRUE.
           MOVE SPACES                      TO REG-MAEDISP.
           MOVE SPACES                      TO CA-COD-DISPO.
           MOVE SPACES                      TO CA-DESCR.

           EXEC CICS READ
                FILE('MAEDISP')
                INTO(REG-MAEDISP)
                RIDFLD(WS-COD-CONSULTA)
                RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                    SET 88-DISPO-SI         TO TRUE
                    MOVE WS-COD-CONSULTA    TO CA-COD-DISPO
                    MOVE MAEDISP-DESCR      TO CA-DESCR
                    PERFORM 23110-CARGO-MAEDISP
               WHEN DFHRESP(NOTFND)
                    MOVE SPACES             TO REG-MAEDISP
                    MOVE 'EL DISPOSITIVO NO EXISTE EN MAEDISP'
                                            TO WS-MENSAJE
               WHEN OTHER
                    MOVE SPACES             TO REG-MAEDISP
                    MOVE 'ERROR AL LEER MAEDISP'
                                            TO WS-MSG-RESP-TEXTO
                    MOVE WS-RESP            TO WS-MSG-RESP-COD
                    MOVE WS-MSG-RESP        TO WS-MENSAJE
           END-EVALUATE.

       23110-CARGO-MAEDISP.
      *-------------------

           MOVE MAEDISP-DESCR               TO DESCRO.
           MOVE MAEDISP-COD-ESTADO          TO CODESTO.
           MOVE MAEDISP-COD-FABRICANTE      TO CODFABO.
           MOVE MAEDISP-COD-PROPIET         TO PROPIEO.

           IF MAEDISP-FEC-RETIRO NOT = SPACES
              MOVE MAEDISP-FEC-RETIRO       TO WS-FEC-HOR-FEC
              MOVE MAEDISP-HOR-RETIRO       TO WS-FEC-HOR-HOR
              MOVE WS-FEC-HOR               TO RETIROO
              MOVE MAEDISP-COD-REEMPLAZO    TO REEMPLO
           END-IF.

       23200-CONSULTO-TESTATUS.
      *-----------------------

           INITIALIZE DCLTESTATUS.

           MOVE MAEDISP-COD-DISPO           TO S-CODDISP.
           MOVE MAEDISP-COD-FABRICANTE      TO S-CODFAB.
           MOVE MAEDISP-COD-ESTADO          TO S-CODESTAT.

           EXEC SQL
                SELECT DESCRIPR INTO :S-DESCRIPR
                FROM IDCC22.TESTATUS
                WHERE CODDISP  = :S-CODDISP
                  AND CODFAB   = :S-CODFAB
                  AND CODESTAT = :S-CODESTAT
           END-EXEC.

           MOVE SQLCODE                     TO WS2-SQLCODE.

           EVALUATE TRUE
                 WHEN DB2-OK2
                      MOVE S-DESCRIPR        TO ESTDESO
                 WHEN OTHER
                      MOVE 'SIN DESCRIPCION' TO ESTDESO
           END-EVALUATE.

       23300-CONSULTO-TFABRICA.
      *-----------------------

           INITIALIZE DCLTFABRICA.

           MOVE MAEDISP-COD-FABRICANTE      TO F-CODFAB.

           EXEC SQL
                SELECT NOMBRERE INTO :F-NOMBRERE
                FROM IDCC22.TFABRICA
                WHERE CODFAB = :F-CODFAB
           END-EXEC.

           MOVE SQLCODE                     TO WS2-SQLCODE.

           EVALUATE TRUE
                 WHEN DB2-OK2
                      MOVE F-NOMBRERE        TO FABNOMO
                 WHEN OTHER
                      MOVE 'SIN NOMBRE'      TO FABNOMO
           END-EVALUATE.

       23400-ULTIMA-LECTURA.
      *--------------------

           PERFORM 24100-ABRO-CURSOR-ULTIMAS.

           IF 88-OPEN-CUR-ULTIMAS-SI
              PERFORM 24200-FETCH-ULTIMAS
              PERFORM 23410-CARGO-ULTIMA
              PERFORM 24400-CIERRO-CURSOR-ULTIMAS
           END-IF.

       23410-CARGO-ULTIMA.
      *------------------
      * HEMISFERIOS DESCRIPTOS COMO EN EL LISTADO DE ESTEMP03.

           IF 88-FS-CUR-ULTIMAS-NO
              MOVE 'NINGUNA'                TO ULTFECO
           ELSE
              MOVE H-FECTOMA                TO ULTFECO
              MOVE H-HORTOMA                TO ULTHORO
              MOVE H-CODESTAT               TO ULTESTO
              MOVE H-TEMPERAT               TO WS-EDIT-TEMP
              MOVE WS-EDIT-TEMP             TO ULTTMPO
              MOVE H-HUMEDAD                TO WS-EDIT-HUM
              MOVE WS-EDIT-HUM              TO ULTHUMO

              MOVE H-LATGRAD                TO WS-COORD-GRA
              MOVE H-LATMIN                 TO WS-COORD-MIN
              MOVE H-LATSEC                 TO WS-COORD-SEC
              EVALUATE H-LATHEMIS
                  WHEN 'S'
                       MOVE 'SOUTH'         TO WS-COORD-HEMIS-DESC
                  WHEN 'N'
                       MOVE 'NORTH'         TO WS-COORD-HEMIS-DESC
                  WHEN OTHER
                       MOVE 'BADHEM'        TO WS-COORD-HEMIS-DESC
              END-EVALUATE
              MOVE WS-COORD                 TO LATITO

              MOVE H-LONGRAD                TO WS-COORD-GRA
              MOVE H-LONMIN                 TO WS-COORD-MIN
              MOVE H-LONSEC                 TO WS-COORD-SEC
              EVALUATE H-LONHEMIS
                  WHEN 'E'
                       MOVE 'EAST'          TO WS-COORD-HEMIS-DESC
                  WHEN 'W'
                       MOVE 'WEST'          TO WS-COORD-HEMIS-DESC
                  WHEN OTHER
                       MOVE 'BADHEM'        TO WS-COORD-HEMIS-DESC
              END-EVALUATE
              MOVE WS-COORD                 TO LONGITO
           END-IF.

       23500-UMBRAL-VIGENTE.
      *--------------------
      * LA VERSION VIGENTE ES LA QUE EMPEZO A LA HORA DE LA
      * CONSULTA O ANTES Y NO TIENE HASTA O TERMINA A ESA HORA O
      * DESPUES. LAS VERSIONES NO SE SUPERPONEN: LA PRIMERA QUE
      * CUMPLE ES LA UNICA.

           SET 88-UMB-VIGENTE-NO            TO TRUE.
           SET 88-FIN-UMBRAL-NO             TO TRUE.
           MOVE WS-COD-CONSULTA             TO WS-UMB-COD-DISPO.
           MOVE LOW-VALUES                  TO WS-UMB-VIG-DESDE.

           EXEC CICS STARTBR
                FILE('UMBRALES')
                RIDFLD(WS-UMB-CLAVE)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                    PERFORM 23510-LEO-UMBRAL
                      UNTIL 88-FIN-UMBRAL-SI
                    EXEC CICS ENDBR
                         FILE('UMBRALES')
                         RESP(WS-RESP)
                    END-EXEC
               WHEN DFHRESP(NOTFND)
                    CONTINUE
               WHEN OTHER
                    PERFORM 23590-ERROR-UMBRALES
           END-EVALUATE.

           IF 88-UMB-VIGENTE-SI
              PERFORM 23530-CARGO-UMBRAL
           ELSE
              MOVE 'SIN UMBRAL VIGENTE'     TO UMDESDO
           END-IF.

       23510-LEO-UMBRAL.
      *----------------

           EXEC CICS READNEXT
                FILE('UMBRALES')
                INTO(REG-UMBRAL)
                RIDFLD(WS-UMB-CLAVE)
                RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                    PERFORM 23520-EVALUO-UMBRAL
               WHEN DFHRESP(ENDFILE)
                    SET 88-FIN-UMBRAL-SI    TO TRUE
               WHEN OTHER
                    SET 88-FIN-UMBRAL-SI    TO TRUE
                    PERFORM 23590-ERROR-UMBRALES
           END-EVALUATE.

       23520-EVALUO-UMBRAL.
      *-------------------

           EVALUATE TRUE
               WHEN UMBRAL-COD-DISPO NOT = WS-COD-CONSULTA
               WHEN UMBRAL-VIG-DESDE > WS-AHORA
                    SET 88-FIN-UMBRAL-SI    TO TRUE
               WHEN UMBRAL-VIG-HASTA = SPACES
               WHEN UMBRAL-VIG-HASTA NOT < WS-AHORA
                    SET 88-UMB-VIGENTE-SI   TO TRUE
                    SET 88-FIN-UMBRAL-SI    TO TRUE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       23530-CARGO-UMBRAL.
      *------------------

           MOVE UMBRAL-TEMP-MIN             TO WS-EDIT-TEMP.
           MOVE WS-EDIT-TEMP                TO UMTMINO.
           MOVE UMBRAL-TEMP-MAX             TO WS-EDIT-TEMP.
           MOVE WS-EDIT-TEMP                TO UMTMAXO.
           MOVE UMBRAL-HUM-MIN              TO WS-EDIT-HUM.
           MOVE WS-EDIT-HUM                 TO UMHMINO.
           MOVE UMBRAL-HUM-MAX              TO WS-EDIT-HUM.
           MOVE WS-EDIT-HUM                 TO UMHMAXO.

           MOVE UMBRAL-FEC-DESDE            TO WS-FEC-HOR-FEC.
           MOVE UMBRAL-HOR-DESDE            TO WS-FEC-HOR-HOR.
           MOVE WS-FEC-HOR                  TO UMDESDO.

           IF UMBRAL-VIG-HASTA = SPACES
              MOVE 'SIN FECHA DE FIN'       TO UMHASTO
           ELSE
              MOVE UMBRAL-FEC-HASTA         TO WS-FEC-HOR-FEC
              MOVE UMBRAL-HOR-HASTA         TO WS-FEC-HOR-HOR
              MOVE WS-FEC-HOR               TO UMHASTO
           END-IF.

       23590-ERROR-UMBRALES.
      *--------------------

           IF WS-MENSAJE = SPACES
              MOVE 'ERROR AL LEER UMBRALES' TO WS-MSG-RESP-TEXTO
              MOVE WS-RESP                  TO WS-MSG-RESP-COD
              MOVE WS-MSG-RESP              TO WS-MENSAJE
           END-IF.

       23600-ESTADO-ALERTA.
      *-------------------
      * ALESTADO TIENE SOLO LOS DISPOSITIVOS EN BRECHA: NO ESTAR
      * ES NO ESTAR EN ALERTA. CERRADO O DESHABILITADO (ESTEMP03
      * LO ESTA REGRABANDO) SE INFORMA COMO NO DISPONIBLE.

           SET 88-ALERTA-NO                 TO TRUE.
           SET 88-FIN-ALESTADO-NO           TO TRUE.
           MOVE 0                           TO WS-ALE-RBA.

           EXEC CICS STARTBR
                FILE('ALESTADO')
                RIDFLD(WS-ALE-RBA)
                RBA
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                    PERFORM 23610-LEO-ALESTADO
                      UNTIL 88-FIN-ALESTADO-SI
                    EXEC CICS ENDBR
                         FILE('ALESTADO')
                         RESP(WS-RESP)
                    END-EXEC
               WHEN DFHRESP(NOTFND)
                    CONTINUE
               WHEN OTHER
                    SET 88-ALERTA-NO-DISPONIBLE TO TRUE
           END-EVALUATE.

           EVALUATE TRUE
               WHEN 88-ALERTA-SI
                    MOVE ESTAL-FEC-PRIMERA  TO ALFECO
                    MOVE ESTAL-CANT-CORRIDAS TO WS-EDIT-CORRIDAS
                    MOVE WS-EDIT-CORRIDAS   TO ALCANTO
                    MOVE ESTAL-PEOR-EXCESO  TO WS-EDIT-EXCESO
                    MOVE WS-EDIT-EXCESO     TO ALEXCO
               WHEN 88-ALERTA-NO-DISPONIBLE
                    MOVE 'NO DISPON.'       TO ALFECO
               WHEN OTHER
                    MOVE 'SIN BRECHA'       TO ALFECO
           END-EVALUATE.

       23610-LEO-ALESTADO.
      *------------------

           EXEC CICS READNEXT
                FILE('ALESTADO')
                INTO(REG-ESTALER)
                RIDFLD(WS-ALE-RBA)
                RBA
                RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                    IF ESTAL-COD-DISPO = WS-COD-CONSULTA
                       SET 88-ALERTA-SI     TO TRUE
                       SET 88-FIN-ALESTADO-SI TO TRUE
                    END-IF
               WHEN DFHRESP(ENDFILE)
                    SET 88-FIN-ALESTADO-SI  TO TRUE
               WHEN OTHER
                    SET 88-ALERTA-NO-DISPONIBLE TO TRUE
                    SET 88-FIN-ALESTADO-SI  TO TRUE
           END-EVALUATE.

       24000-CARGO-LECTURAS.
      *--------------------
      * CARGA EN LA COMMAREA LAS ULTIMAS WS-MAX-LECT LECTURAS DEL
      * DISPOSITIVO EN PANTALLA.

           MOVE SPACES                      TO WS-MENSAJE.
           MOVE 0                           TO CA-CANT-LECT.
           MOVE CA-COD-DISPO                TO WS-COD-CONSULTA.

           PERFORM 24100-ABRO-CURSOR-ULTIMAS.

           IF 88-OPEN-CUR-ULTIMAS-SI
              PERFORM 24200-FETCH-ULTIMAS
              PERFORM 24300-GUARDO-LECTURA
                UNTIL 88-FS-CUR-ULTIMAS-NO
                   OR CA-CANT-LECT NOT < WS-MAX-LECT
              PERFORM 24400-CIERRO-CURSOR-ULTIMAS
           END-IF.

           IF CA-CANT-LECT = 0 AND WS-MENSAJE = SPACES
              MOVE 'EL DISPOSITIVO NO TIENE LECTURAS EN IDCC22.TREGT
      -            'EMP'                    TO WS-MENSAJE
           END-IF.

       24100-ABRO-CURSOR-ULTIMAS.
      *-------------------------

           SET 88-FS-CUR-ULTIMAS-NO         TO TRUE.

           EXEC SQL
             OPEN CURSOR-ULTIMAS
           END-EXEC.

           MOVE SQLCODE                     TO WS-SQLCODE.

           EVALUATE TRUE
                WHEN DB2-OK
                     SET 88-OPEN-CUR-ULTIMAS-SI TO TRUE
                WHEN OTHER
                     SET 88-OPEN-CUR-ULTIMAS-NO TO TRUE
                     MOVE 'ERROR AL ABRIR CURSOR-ULTIMAS'
                                            TO WS-MSG-SQL-TEXTO
                     PERFORM 24900-MENSAJE-SQL
           END-EVALUATE.

       24200-FETCH-ULTIMAS.
      *-------------------

           INITIALIZE DCLTREGTEMP.

           EXEC SQL
                FETCH CURSOR-ULTIMAS
                      INTO
                           :H-CODDSP
                          ,:H-CODFAB
                          ,:H-FECTOMA
                          ,:H-HORTOMA
                          ,:H-TEMPERAT
                          ,:H-HUMEDAD
                          ,:H-LATGRAD
                          ,:H-LATMIN
                          ,:H-LATSEC
                          ,:H-LATHEMIS
                          ,:H-LONGRAD
                          ,:H-LONMIN
                          ,:H-LONSEC
                          ,:H-LONHEMIS
                          ,:H-CODESTAT
           END-EXEC.

           MOVE SQLCODE                     TO WS-SQLCODE.

           EVALUATE TRUE
                WHEN DB2-OK
                     SET 88-FS-CUR-ULTIMAS-SI TO TRUE
                WHEN DB2-NOTFND
                     SET 88-FS-CUR-ULTIMAS-NO TO TRUE
                WHEN OTHER
                     SET 88-FS-CUR-ULTIMAS-NO TO TRUE
                     MOVE 'ERROR AL LEER CURSOR-ULTIMAS'
                                            TO WS-MSG-SQL-TEXTO
                     PERFORM 24900-MENSAJE-SQL
           END-EVALUATE.

       24300-GUARDO-LECTURA.
      *--------------------

           ADD 1                            TO CA-CANT-LECT.
           SET IX-LECT                      TO CA-CANT-LECT.

           MOVE H-FECTOMA                   TO CA-LEC-FEC (IX-LECT).
           MOVE H-HORTOMA                   TO CA-LEC-HOR (IX-LECT).
           MOVE H-TEMPERAT                  TO CA-LEC-TEMP (IX-LECT).
           MOVE H-HUMEDAD                   TO CA-LEC-HUM (IX-LECT).
           MOVE H-CODESTAT                  TO CA-LEC-ESTADO (IX-LECT).

           PERFORM 24200-FETCH-ULTIMAS.

       24400-CIERRO-CURSOR-ULTIMAS.
      *---------------------------

           SET 88-OPEN-CUR-ULTIMAS-NO       TO TRUE.

           EXEC SQL
             CLOSE CURSOR-ULTIMAS
           END-EXEC.

           MOVE SQLCODE                     TO WS-SQLCODE.

           EVALUATE TRUE
               WHEN DB2-OK
                    CONTINUE
               WHEN OTHER
                    MOVE 'ERROR AL CERRAR CURSOR-ULTIMAS'
                                            TO WS-MSG-SQL-TEXTO
                    PERFORM 24900-MENSAJE-SQL
           END-EVALUATE.

       24900-MENSAJE-SQL.
      *-----------------

           IF WS-MENSAJE = SPACES
              MOVE WS-SQLCODE               TO WS-MSG-SQL-COD
              MOVE WS-MSG-SQL               TO WS-MENSAJE
           END-IF.

       25000-ATIENDO-LECTURAS.
      *----------------------

           EVALUATE EIBAID
               WHEN DFHCLEAR
                    SET 88-TERMINA-SI       TO TRUE
               WHEN DFHPF3
                    SET 88-CA-PANT-CONSULTA TO TRUE
                    PERFORM 22900-REPITO-CONSULTA
                    PERFORM 28000-ENVIO-CONSULTA
               WHEN DFHPF7
                    PERFORM 25100-PAGINA-ANTERIOR
                    PERFORM 26000-ARMO-PAGINA
               WHEN DFHPF8
                    PERFORM 25200-PAGINA-SIGUIENTE
                    PERFORM 26000-ARMO-PAGINA
               WHEN OTHER
                    MOVE 'TECLA NO VALIDA EN ESTA PANTALLA'
                                            TO WS-MENSAJE
                    PERFORM 26000-ARMO-PAGINA
           END-EVALUATE.

       25100-PAGINA-ANTERIOR.
      *---------------------

           IF CA-PAGINA > 1
              SUBTRACT 1                    FROM CA-PAGINA
           ELSE
              MOVE 'ES LA PRIMERA PAGINA'   TO WS-MENSAJE
           END-IF.

       25200-PAGINA-SIGUIENTE.
      *----------------------

           PERFORM 26100-CALCULO-PAGINAS.

           IF CA-PAGINA < WS-TOT-PAGINAS
              ADD 1                         TO CA-PAGINA
           ELSE
              MOVE 'ES LA ULTIMA PAGINA'    TO WS-MENSAJE
           END-IF.

       26000-ARMO-PAGINA.
      *-----------------
      * ARMA EL MAPA ESTM20B CON LA PAGINA CA-PAGINA DE LAS
      * LECTURAS CARGADAS EN LA COMMAREA.

           PERFORM 26100-CALCULO-PAGINAS.

           MOVE LOW-VALUES                  TO ESTM20BO.
           MOVE CA-COD-DISPO                TO CODDSBO.
           MOVE CA-DESCR                    TO DESCRBO.
           MOVE CA-PAGINA                   TO WS-EDIT-PAGINA.
           MOVE WS-EDIT-PAGINA              TO PAGO.
           MOVE WS-TOT-PAGINAS              TO WS-EDIT-PAGINA.
           MOVE WS-EDIT-PAGINA              TO TOTPAGO.

           COMPUTE WS-LECT = (CA-PAGINA - 1) * WS-LINEAS-PAGINA + 1.

           PERFORM 26200-ARMO-LINEA
              VARYING WS-LIN FROM 1 BY 1
                UNTIL WS-LIN > WS-LINEAS-PAGINA
                   OR WS-LECT > CA-CANT-LECT.

           IF WS-MENSAJE = SPACES
              MOVE 'PF7/PF8 PARA PAGINAR, PF3 PARA VOLVER A LA CONSULTA'
                                            TO WS-MENSAJE
           END-IF.

           PERFORM 28500-ENVIO-LECTURAS.

       26100-CALCULO-PAGINAS.
      *---------------------

           COMPUTE WS-TOT-PAGINAS =
                   (CA-CANT-LECT + WS-LINEAS-PAGINA - 1)
                   / WS-LINEAS-PAGINA.

       26200-ARMO-LINEA.
      *----------------

           SET IX-LECT                      TO WS-LECT.

           MOVE WS-LECT                     TO WS-LL-NRO.
           MOVE CA-LEC-FEC (IX-LECT)        TO WS-LL-FEC.
           MOVE CA-LEC-HOR (IX-LECT)        TO WS-LL-HOR.
           MOVE CA-LEC-TEMP (IX-LECT)       TO WS-LL-TEMP.
           MOVE CA-LEC-HUM (IX-LECT)        TO WS-LL-HUM.
           MOVE CA-LEC-ESTADO (IX-LECT)     TO WS-LL-ESTADO.

           MOVE WS-LINEA-LECT               TO LINO (WS-LIN).

           ADD 1                            TO WS-LECT.

       28000-ENVIO-CONSULTA.
      *--------------------

           MOVE WS-FEC-PANTALLA             TO FECHAO.
           MOVE WS-AHORA-HOR                TO HORAO.
           MOVE WS-MENSAJE                  TO MSGO.
           MOVE -1                          TO CODDISL.

           EXEC CICS SEND
                MAP('ESTM20A')
                MAPSET('ESTM20')
                FROM(ESTM20AO)
                ERASE
                CURSOR
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM 29900-ABENDO
           END-IF.

       28500-ENVIO-LECTURAS.
      *--------------------

           MOVE WS-FEC-PANTALLA             TO FECHBO.
           MOVE WS-AHORA-HOR                TO HORBO.
           MOVE WS-MENSAJE                  TO MSGBO.

           EXEC CICS SEND
                MAP('ESTM20B')
                MAPSET('ESTM20')
                FROM(ESTM20BO)
                ERASE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM 29900-ABENDO
           END-IF.

       29900-ABENDO.
      *------------
      * SIN PANTALLA NO HAY COMO AVISAR: LA TAREA TERMINA CON
      * ABEND E20M Y EL CODIGO DE RESPUESTA QUEDA EN EL DUMP.

           EXEC CICS ABEND
                ABCODE('E20M')
           END-EXEC.

       30000-FINALIZO.
      *--------------

           IF 88-TERMINA-SI
              EXEC CICS SEND TEXT
                   FROM(WS-MSG-FIN)
                   LENGTH(WS-LARGO-MSG-FIN)
                   ERASE
                   FREEKB
              END-EXEC
              EXEC CICS RETURN
              END-EXEC
           ELSE
              EXEC CICS RETURN
                   TRANSID(EIBTRNID)
                   COMMAREA(WS-COMMAREA)
                   LENGTH(WS-LARGO-COMMAREA)
              END-EXEC
           END-IF.
