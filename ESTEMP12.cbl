      *PROCESADAS Y ALERTAS. EL ARCHIVO CIERRA CON UN REGISTRO DE
      *TOTALES (*TOT*) PARA QUE FACTURACION PUEDA BALANCEARLO AL
      *CARGARLO.
      *LOS DIAS DEL MES QUE ESTEMP07 YA PURGO DE LA TABLA
      *(ANTERIORES A RC-FEC-PURGA DEL CONTROL DE CORRIDAS) SE
      *TOMAN DEL RESUMEN DIARIO (COPY WREGDIA, LO ARMA ESTEMP17):
      *SUS LECTURAS CUENTAN COMO PROCESADAS Y EL DIA CUENTA COMO
      *MONITOREADO SI TUVO AL MENOS UNA LECTURA VALIDA, LA MISMA
      *REGLA QUE PARA LAS LECTURAS DE LA TABLA.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-ALERTAS.

           SELECT OPTIONAL RUNCTL ASSIGN       TO RUNCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-RUNCTL.

           SELECT OPTIONAL DIARIO ASSIGN       TO DIARIO
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE  IS SEQUENTIAL
                                  RECORD KEY   IS REG-DIARIO-KEY-FD
                                  FILE STATUS  IS FS-DIARIO.

           SELECT FACTURA         ASSIGN       TO FACTURA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-FACTURA.

           SELECT OPTIONAL BITACORA ASSIGN     TO BITACORA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-BITACORA.

       DATA DIVISION.
      *-------------

       01  REG-PARMCARD.
           03 PARM-FEC-DESDE              PIC X(10).
           03 PARM-FEC-HASTA              PIC X(10).
      * FECHA DE CICLO (AAAA-MM-DD) CON LA QUE SE ANOTA LA CORRIDA
      * EN LA BITACORA. EN BLANCO ES LA FECHA DE EJECUCION.
           03 PARM-FEC-CICLO              PIC X(10).
           03 FILLER                      PIC X(50).

       FD  MAEDISP.
       01  ENT-REG-MAEDISP.
              88 88-ALENT-CESADA                    VALUE 'CESADA'.
           03 FILLER                      PIC X(38).

      *---------------------------------------------
      * CONTROL DE CORRIDAS DEL LISTADO (EL RUNCTL DE ESTEMP03).
      * SOLO INTERESA RC-FEC-PURGA, QUE ANOTA ESTEMP07: LAS FECHAS
      * ANTERIORES YA NO ESTAN EN LA TABLA. SIN CONTROL SE ASUME
      * QUE NO HUBO PURGA.
      *---------------------------------------------
       FD  RUNCTL
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RUNCTL.
           03 FILLER                      PIC X(82).
           03 RC-FEC-PURGA                PIC X(10).
           03 FILLER                      PIC X(08).

      *---------------------------------------------
      * RESUMEN DIARIO POR DISPOSITIVO (COPY WREGDIA), LEIDO EN
      * SECUENCIA. SOLO SE USA SI EL MES EMPIEZA ANTES DE LA
      * ULTIMA PURGA.
      *---------------------------------------------
       FD  DIARIO.
       01  ENT-REG-DIARIO.
           03 REG-DIARIO-KEY-FD           PIC X(15).
           03 FILLER                      PIC X(135).

      *---------------------------------------------
      * EXTRACTO DE FACTURACION: UN REGISTRO POR PROPIETARIO MAS
      * EL REGISTRO DE TOTALES *TOT* AL FINAL.
           03 FAC-CANT-ALERTAS            PIC 9(09).
           03 FILLER                      PIC X(23).

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
       77  WS-SQLCODE                    PIC S9(4) VALUE ZEROES.
           88 DB2-OK                               VALUE +0.
           88 DB2-NOTFND                           VALUE +100.

       77  FS-BITACORA                   PIC X(02) VALUE ' '.
           88 88-FS-BITACORA-OK                    VALUE '00'.
           88 88-FS-BITACORA-EOF                   VALUE '10'.

       77  WS-OPEN-CUR-USO               PIC X     VALUE 'N'.
           88 88-FS-CUR-USO-SI                     VALUE 'S'.
           88 88-FS-CUR-USO-NO                     VALUE 'N'.
           88 88-FS-ALERTAS-OK                     VALUE '00'.
           88 88-FS-ALERTAS-EOF                    VALUE '10'.

       77  FS-RUNCTL                     PIC X(02) VALUE ' '.
           88 88-FS-RUNCTL-OK                      VALUE '00'.
           88 88-FS-RUNCTL-EOF                     VALUE '10'.

       77  FS-DIARIO                     PIC X(02) VALUE ' '.
           88 88-FS-DIARIO-OK                      VALUE '00' '97'.
           88 88-FS-DIARIO-EOF                     VALUE '10'.

       77  FS-FACTURA                    PIC X(02) VALUE ' '.
           88 88-FS-FACTURA-OK                     VALUE '00'.

           88 88-PARM-VALIDA-SI                    VALUE 'S'.
           88 88-PARM-VALIDA-NO                    VALUE 'N'.

      *---------------------------------------------
      * FRONTERA DE LA ULTIMA PURGA (RC-FEC-PURGA): LOS DIAS DEL
      * MES ANTERIORES SE TOMAN DEL RESUMEN DIARIO. SIN PURGA
      * ANOTADA VALE '0001-01-01' Y TODO SALE DE LA TABLA.
      *---------------------------------------------
       01  WS-FEC-PURGA                  PIC X(10) VALUE '0001-01-01'.

      *---------------------------------------------
      * RECUERDA UN ERROR DE SQL O DE LECTURA: UN EXTRACTO DE
      * FACTURACION INCOMPLETO NO PUEDE TERMINAR CON RETORNO 0.
       77  WS-CANT-DISPOS-TOT            PIC 9(09) VALUE 0.
       77  WS-ALERTAS-LEIDAS             PIC 9(09) VALUE 0.
       77  WS-GRABADOS-FACTURA           PIC 9(09) VALUE 0.
       77  WS-LECTURAS-RESUMEN           PIC 9(09) VALUE 0.
       77  WS-DIAS-RESUMEN               PIC 9(09) VALUE 0.
       77  WS-LEIDOS-BITACORA            PIC 9(09) VALUE 0.
       77  WS-CANT-ED                    PIC ZZZZZZZZ9.

      *---------------------------------------------
              05 TAB-ALDIS-COD           PIC X(05).
              05 TAB-ALDIS-CANT          PIC 9(09).

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO DIARIO
      *---------------------------------------------
       COPY WREGDIA.

      *---------------------------------------------
      * PARTE DEL MES TOMADA DEL RESUMEN DIARIO, POR DISPOSITIVO
      * (DIAS PURGADOS DE LA TABLA): DIAS MONITOREADOS Y LECTURAS.
      * EL RESUMEN VIENE ORDENADO POR DISPOSITIVO, ASI QUE SE
      * CARGA AGREGANDO AL FINAL. CADA ENTRADA SE SUMA UNA SOLA
      * VEZ AL DISPOSITIVO (TAB-RESDIS-USADO): LOS QUE NO TUVIERON
      * LECTURAS EN LA TABLA SE VUELCAN SOLOS AL FINAL.
      *---------------------------------------------
       77  WS-CANT-RESDIS                PIC 9(04) VALUE 0.
       77  WS-MAX-RESDIS                 PIC 9(04) VALUE 5000.
       01  TABLA-RESDIS.
           03 TAB-RESDIS-OCU OCCURS 1 TO 5000 TIMES
                               DEPENDING ON WS-CANT-RESDIS
                               INDEXED BY IX-RESDIS IX-RESDIS-VUE.
              05 TAB-RESDIS-COD          PIC X(05).
              05 TAB-RESDIS-DIAS         PIC 9(09).
              05 TAB-RESDIS-LECTURAS     PIC 9(09).
              05 TAB-RESDIS-USADO        PIC X(01).
                 88 88-RESDIS-USADO-SI             VALUE 'S'.
                 88 88-RESDIS-USADO-NO             VALUE 'N'.

      *---------------------------------------------
      * RESUMEN POR PROPIETARIO. LA PSEUDO-CLAVE '?????' JUNTA LOS
      * DISPOSITIVOS SIN PROPIETARIO ASIGNADO O SIN REGISTRO EN
      * CURSOR CON LAS LECTURAS DEL MES EN EL ORDEN HISTORICO: LAS
      * LECTURAS DE CADA DISPOSITIVO VIENEN CONSECUTIVAS Y POR
      * FECHA, ASI LOS DIAS CON LECTURA VALIDA SE CUENTAN SIN
      * TABLA AUXILIAR. SOLO DESDE LA FRONTERA DE PURGA: LOS DIAS
      * ANTERIORES SE TOMAN UNICAMENTE DEL RESUMEN DIARIO.
      *---------------------------------------------
           EXEC SQL
                DECLARE CURSOR-USO CURSOR FOR
                FROM IDCC22.TREGTEMP
                WHERE FECTOMA BETWEEN :WS-PARM-FEC-DESDE
                                  AND :WS-PARM-FEC-HASTA
                  AND FECTOMA >= :WS-FEC-PURGA
                ORDER BY CODDISP, FECTOMA, HORTOMA
           END-EXEC.

      *---------------------------------------------
      * BITACORA DE CICLO: FECHA DE CICLO (LA DE EJECUCION, O LA
      * DE LA TARJETA DE PARAMETROS SI LA TRAE) Y
      * FECHA/HORA DE INICIO DE LA CORRIDA, TOMADAS AL ARRANCAR.
      * EL PASO PREVIO DE LA CADENA TIENE QUE FIGURAR EN LA
      * BITACORA CON RETORNO 0 O 4. EL EXTRACTO ES MENSUAL Y NO
      * CORRE EN LA MISMA NOCHE QUE EL LISTADOR: MANDA LA ULTIMA
      * CORRIDA DE ESTEMP03 (SEA CUAL SEA SU CICLO) Y ADEMAS LAS
      * CORRIDAS BUENAS TIENEN QUE HABER LISTADO HASTA EL ULTIMO
      * DIA DEL MES PEDIDO (WS-BIT-LISTADO-HASTA). SI NO, EL
      * EXTRACTO NO FACTURA CON LISTADOS INCOMPLETOS: NO ARRANCA
      * Y QUEDA ANOTADO CON RETORNO 12 Y EL PASO QUE FALTO.
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
           88 88-PREREQ-INCOMPLETO                 VALUE 'I'.
       01  WS-BIT-LISTADO-HASTA          PIC X(10) VALUE SPACES.

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

           PERFORM 10200-LEO-PARMCARD.

           IF 88-PARM-VALIDA-SI
              MOVE 'ESTEMP03'           TO WS-BIT-PREREQ
              PERFORM 10015-CONTROLO-PREREQ
           END-IF.

           IF 88-PARM-VALIDA-SI
              PERFORM 10300-ABRO-MAEDISP
              PERFORM 10400-CARGO-ALERTAS
              PERFORM 10420-LEO-RUNCTL
              IF WS-PARM-FEC-DESDE < WS-FEC-PURGA
                 PERFORM 10430-CARGO-RESUMEN
              END-IF
              PERFORM 10500-ABRO-FACTURA
              PERFORM 10600-ABRO-CURSOR-USO
              PERFORM 22000-FETCH-USO
              END-IF
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
      * RECORRE TODA LA BITACORA: LA ULTIMA CORRIDA DEL LISTADOR
      * (WS-BIT-PREREQ) TIENE QUE HABER TERMINADO BIEN Y LA MAYOR
      * FECHA HASTA LISTADA POR SUS CORRIDAS BUENAS TIENE QUE
      * CUBRIR EL FIN DE LA VENTANA DEL MES. EL FS '05' ES EL
      * OPEN OPTIONAL DE UNA BITACORA AUSENTE: NO HAY NINGUN PASO
      * ANOTADO Y EL CONTROL NO PASA.

           SET 88-PREREQ-NO-HALLADO     TO TRUE.
           MOVE SPACES                  TO WS-BIT-LISTADO-HASTA.

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

           IF 88-PREREQ-OK
              AND WS-BIT-LISTADO-HASTA < WS-PARM-FEC-HASTA
              SET 88-PREREQ-INCOMPLETO  TO TRUE
           END-IF.

           IF NOT 88-PREREQ-OK
              PERFORM 10017-RECHAZO-CORRIDA
           END-IF.

       10016-LEO-BITACORA.
      *--------------------

           READ BITACORA INTO REG-BITACORA.

           EVALUATE TRUE
               WHEN 88-FS-BITACORA-OK
                    IF BIT-PROGRAMA = WS-BIT-PREREQ
                       MOVE BIT-RETORNO  TO WS-BIT-PREREQ-RC
                       IF 88-BIT-RETORNO-OK
                          SET 88-PREREQ-OK       TO TRUE
                          IF BIT-FEC-HASTA > WS-BIT-LISTADO-HASTA
                             MOVE BIT-FEC-HASTA TO WS-BIT-LISTADO-HASTA
                          END-IF
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
      * EL LISTADOR NO ESTA, FALLO O NO CUBRE EL MES: NO SE
      * FACTURA NADA, LA CORRIDA QUEDA EN LA BITACORA CON RETORNO
      * 12 Y EL PASO QUE FALTO, Y SE TERMINA ANTES DE ABRIR
      * NINGUN ARCHIVO DEL EXTRACTO.

           EVALUATE TRUE
               WHEN 88-PREREQ-FALLIDO
                    DISPLAY 'ESTEMP12 NO CORRE: LA ULTIMA CORRIDA DE '
                            WS-BIT-PREREQ
                            ' TERMINO CON RETORNO ' WS-BIT-PREREQ-RC
               WHEN 88-PREREQ-INCOMPLETO
                    DISPLAY 'ESTEMP12 NO CORRE: LISTADO INCOMPLETO, '
                            WS-BIT-PREREQ ' LISTO HASTA '
                            WS-BIT-LISTADO-HASTA
                            ' Y EL MES PIDE HASTA ' WS-PARM-FEC-HASTA
               WHEN OTHER
                    DISPLAY 'ESTEMP12 NO CORRE: ' WS-BIT-PREREQ
                            ' NO FIGURA EN LA BITACORA'
           END-EVALUATE.

           MOVE WS-BIT-PREREQ           TO WS-BIT-PREREQ-FALTA.

           MOVE 12 TO RETURN-CODE.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.

       10200-LEO-PARMCARD.
      *--------------------
      * LA VENTANA DEL MES ES OBLIGATORIA: SIN TARJETA O CON

               WHEN OTHER
                    DISPLAY 'ERROR OPEN MAEDISP FS: ' FS-MAEDISP
                    PERFORM 99000-ABORTO
           END-EVALUATE.

           PERFORM 10350-CARGO-TABLA-MAEDISP.
              MOVE 1                    TO TAB-ALDIS-CANT(IX-ALDIS)
           END-IF.

       10420-LEO-RUNCTL.
      *------------------
      * TOMA LA FRONTERA DE LA ULTIMA PURGA. EL FS '05' ES EL OPEN
      * OPTIONAL DE UN CONTROL AUSENTE: SIN PURGA ANOTADA.

           OPEN INPUT RUNCTL.

           EVALUATE FS-RUNCTL
               WHEN '00'
               WHEN '05'
                    READ RUNCTL
                    IF NOT 88-FS-RUNCTL-OK
                       AND NOT 88-FS-RUNCTL-EOF
                       DISPLAY 'ERROR READ RUNCTL FS: ' FS-RUNCTL
                       SET 88-ERROR-PROCESO-SI TO TRUE
                    END-IF
                    IF 88-FS-RUNCTL-OK
                       AND RC-FEC-PURGA NOT = SPACES
                       MOVE RC-FEC-PURGA  TO WS-FEC-PURGA
                    END-IF
                    CLOSE RUNCTL
               WHEN OTHER
                    DISPLAY 'ERROR OPEN RUNCTL FS: ' FS-RUNCTL
                    SET 88-ERROR-PROCESO-SI TO TRUE
           END-EVALUATE.

       10430-CARGO-RESUMEN.
      *---------------------
      * EL MES EMPIEZA ANTES DE LA ULTIMA PURGA: ESOS DIAS SOLO
      * ESTAN EN EL RESUMEN DIARIO. SIN RESUMEN (FS '05') NO SE
      * PUEDE FACTURAR EL MES COMPLETO Y EL EXTRACTO NO ES
      * CONFIABLE.

           OPEN INPUT DIARIO.

           EVALUATE FS-DIARIO
               WHEN '00'
                    PERFORM 10440-LEO-RESUMEN
                       UNTIL 88-FS-DIARIO-EOF
                    CLOSE DIARIO
               WHEN '05'
                    CLOSE DIARIO
                    DISPLAY 'FALTA EL RESUMEN DIARIO DE LOS DIAS '
                            'PURGADOS (ANTERIORES A ' WS-FEC-PURGA ')'
                    SET 88-ERROR-PROCESO-SI TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR OPEN DIARIO FS: ' FS-DIARIO
                    SET 88-ERROR-PROCESO-SI TO TRUE
           END-EVALUATE.

       10440-LEO-RESUMEN.
      *-------------------

           READ DIARIO NEXT RECORD INTO REG-DIARIO.

           EVALUATE TRUE
               WHEN 88-FS-DIARIO-OK
                    IF DIA-FECTOMA >= WS-PARM-FEC-DESDE
                       AND DIA-FECTOMA <= WS-PARM-FEC-HASTA
                       AND DIA-FECTOMA < WS-FEC-PURGA
                       PERFORM 10450-ACUMULO-RESUMEN
                    END-IF
               WHEN 88-FS-DIARIO-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR READ DIARIO FS: ' FS-DIARIO
                    SET 88-ERROR-PROCESO-SI TO TRUE
                    SET 88-FS-DIARIO-EOF TO TRUE
           END-EVALUATE.

       10450-ACUMULO-RESUMEN.
      *-----------------------

           IF WS-CANT-RESDIS = 0
              PERFORM 10460-AGREGO-RESDIS
           ELSE
              SET IX-RESDIS TO WS-CANT-RESDIS
              IF TAB-RESDIS-COD(IX-RESDIS) NOT = DIA-COD-DISPO
                 PERFORM 10460-AGREGO-RESDIS
              END-IF
           END-IF.

           IF WS-CANT-RESDIS > 0
              AND TAB-RESDIS-COD(IX-RESDIS) = DIA-COD-DISPO
              ADD DIA-CANT-LECTURAS TO TAB-RESDIS-LECTURAS(IX-RESDIS)
              ADD DIA-CANT-LECTURAS TO WS-LECTURAS-RESUMEN
              ADD 1                 TO WS-DIAS-RESUMEN
              IF DIA-CANT-VALIDAS > 0
                 ADD 1 TO TAB-RESDIS-DIAS(IX-RESDIS)
              END-IF
           END-IF.

       10460-AGREGO-RESDIS.
      *---------------------

           IF WS-CANT-RESDIS >= WS-MAX-RESDIS
              DISPLAY 'TABLA DEL RESUMEN DIARIO LLENA, CLAVE '
                      DIA-COD-DISPO ' QUEDA AFUERA'
              SET 88-ERROR-PROCESO-SI TO TRUE
           ELSE
              ADD 1 TO WS-CANT-RESDIS
              SET IX-RESDIS TO WS-CANT-RESDIS
              MOVE DIA-COD-DISPO        TO TAB-RESDIS-COD(IX-RESDIS)
              MOVE 0                    TO TAB-RESDIS-DIAS(IX-RESDIS)
                                         TAB-RESDIS-LECTURAS(IX-RESDIS)
              SET 88-RESDIS-USADO-NO(IX-RESDIS) TO TRUE
           END-IF.

       10500-ABRO-FACTURA.
      *--------------------


               WHEN OTHER
                    DISPLAY 'ERROR OPEN FACTURA FS: ' FS-FACTURA
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10600-ABRO-CURSOR-USO.

           ADD 1 TO WS-CANT-DISPOS-TOT.

           PERFORM 23100-SUMO-RESUMEN-DISPO.

           MOVE '?????'                 TO WS-PROP-DISPO.

           SET IX-MAEDISP TO 1.

           PERFORM 23500-ACUMULO-PROPIETARIO.

       23100-SUMO-RESUMEN-DISPO.
      *--------------------------
      * SUMA AL DISPOSITIVO LOS DIAS DEL MES QUE SOLO ESTAN EN EL
      * RESUMEN DIARIO. DEL RESUMEN SOLO SE CARGAN LOS DIAS
      * ANTERIORES A LA FRONTERA DE PURGA (10440) Y EL CURSOR SOLO
      * TRAE DIAS DESDE LA FRONTERA, ASI QUE CADA DIA SALE DE UNA
      * SOLA FUENTE. EL PROPIO DIA DE LA FRONTERA SIGUE EN LA
      * TABLA Y SE CUENTA POR EL CURSOR.

           SET IX-RESDIS TO 1.

           IF WS-CANT-RESDIS > 0
              SEARCH TAB-RESDIS-OCU
                 AT END
                      CONTINUE
                 WHEN TAB-RESDIS-COD(IX-RESDIS) = WS-DISP-ACTUAL
                      IF 88-RESDIS-USADO-NO(IX-RESDIS)
                         ADD TAB-RESDIS-DIAS(IX-RESDIS)
                                        TO WS-DISP-DIAS
                         ADD TAB-RESDIS-LECTURAS(IX-RESDIS)
                                        TO WS-DISP-LECTURAS
                         SET 88-RESDIS-USADO-SI(IX-RESDIS) TO TRUE
                      END-IF
              END-SEARCH
           END-IF.

       23200-BUSCO-ALERTAS-DISPO.
      *---------------------------

              PERFORM 23000-VUELCO-DISPOSITIVO
           END-IF.

           PERFORM 25100-VUELCO-SOLO-RESUMEN
              VARYING IX-RESDIS-VUE FROM 1 BY 1
              UNTIL IX-RESDIS-VUE > WS-CANT-RESDIS.

       25100-VUELCO-SOLO-RESUMEN.
      *---------------------------
      * DISPOSITIVOS QUE EN EL MES SOLO TIENEN DIAS PURGADOS: NO
      * PASARON POR EL CORTE DEL CURSOR Y SE VUELCAN ACA, CON LOS
      * ACUMULADORES EN CERO (23100 LES SUMA SU PARTE DEL
      * RESUMEN).

           IF 88-RESDIS-USADO-NO(IX-RESDIS-VUE)
              MOVE TAB-RESDIS-COD(IX-RESDIS-VUE) TO WS-DISP-ACTUAL
              MOVE 0                    TO WS-DISP-LECTURAS
              MOVE 0                    TO WS-DISP-DIAS
              PERFORM 23000-VUELCO-DISPOSITIVO
           END-IF.

       30000-FINALIZO.
      *--------------

                   ' A ' WS-PARM-FEC-HASTA.
           MOVE WS-LECTURAS-LEIDAS       TO WS-CANT-ED.
           DISPLAY 'LECTURAS PROCESADAS         : ' WS-CANT-ED.
           IF WS-PARM-FEC-DESDE < WS-FEC-PURGA
              DISPLAY 'ULTIMA PURGA DE LA TABLA    : ' WS-FEC-PURGA
              MOVE WS-LECTURAS-RESUMEN   TO WS-CANT-ED
              DISPLAY 'LECTURAS DEL RESUMEN DIARIO : ' WS-CANT-ED
              MOVE WS-DIAS-RESUMEN       TO WS-CANT-ED
              DISPLAY 'DISPOSITIVO-DIAS RESUMIDOS  : ' WS-CANT-ED
           END-IF.
           MOVE WS-CANT-DISPOS-TOT       TO WS-CANT-ED.
           DISPLAY 'DISPOSITIVOS MONITOREADOS   : ' WS-CANT-ED.
           MOVE WS-ALERTAS-LEIDAS        TO WS-CANT-ED.
              END-SEARCH
           END-IF.

       30900-GRABO-BITACORA.
      *----------------------
      * AGREGA ESTA CORRIDA A LA BITACORA DE CICLO CON SU RETORNO
      * FINAL. UN ERROR DE LA BITACORA SE AVISA PERO NO CAMBIA EL
      * RETORNO: EL PROCESO YA TERMINO.
      * LEIDOS = LECTURAS DEL MES (DE LA TABLA Y DEL RESUMEN
      * DIARIO), GRABADOS = REGISTROS DE FACTURACION GRABADOS;
      * RECHAZOS NO APLICA.

           MOVE SPACES                  TO REG-BITACORA.
           MOVE 'ESTEMP12'              TO BIT-PROGRAMA.
           MOVE WS-BIT-FEC-CICLO        TO BIT-FEC-CICLO.
           MOVE WS-PARM-FEC-DESDE       TO BIT-FEC-DESDE.
           MOVE WS-PARM-FEC-HASTA       TO BIT-FEC-HASTA.
           MOVE WS-BIT-FEC-INICIO       TO BIT-FEC-INICIO.
           MOVE WS-BIT-HOR-INICIO       TO BIT-HOR-INICIO.

           MOVE FUNCTION CURRENT-DATE   TO WS-BIT-AHORA.
           PERFORM 10011-ARMO-AHORA-ISO.
           MOVE WS-BIT-FECISO           TO BIT-FEC-FIN.
           MOVE WS-BIT-HORISO           TO BIT-HOR-FIN.

           COMPUTE WS-LEIDOS-BITACORA = WS-LECTURAS-LEIDAS
                                      + WS-LECTURAS-RESUMEN.
           MOVE WS-LEIDOS-BITACORA      TO BIT-CANT-LEIDOS.
           MOVE WS-GRABADOS-FACTURA     TO BIT-CANT-GRABADOS.
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
                    DISPLAY 'ERROR CLOSE MAEDISP FS: ' FS-MAEDISP
                    PERFORM 99000-ABORTO

           END-EVALUATE.

                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE FACTURA FS: ' FS-FACTURA
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
