      *----------------------------------------------------------------
      *ESTE ES UN PROGRAMA LISTADOR DE RESGISTROS DE TEMPERATURAS
      *UN ARCHIVO DE INPUT Y UN ARCHIVO DE OUPUT
      *CON ORIGEN 'S' ES LA CORRIDA SUPLEMENTARIA DEL CICLO: VUELVE A
      *LISTAR LOS DIAS CON LECTURAS TARDIAS QUE ESTEMP04 PIDIO EN
      *RELISTA (COPY WREGREL) Y SE ANOTA EN LA BITACORA COMO ESTEMP3S.
      *CON ORIGEN 'A' (RELISTADO DESDE EL RESGUARDO) SE ANOTA COMO
      *ESTEMP3A.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-ESCALADO.

           SELECT OPTIONAL BITACORA ASSIGN     TO BITACORA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-BITACORA.

           SELECT OPTIONAL RELISTA ASSIGN      TO RELISTA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-RELISTA.

       DATA DIVISION.
      *-------------                                                    
                                                                
           03 PARM-TOLER-FABR             PIC 9(02)V9(02).
           03 PARM-TOLER-MOVIM            PIC X(05).
           03 PARM-ESCALA-CORRIDAS        PIC X(03).
      * FECHA DE CICLO (AAAA-MM-DD) CON LA QUE SE ANOTA LA CORRIDA
      * EN LA BITACORA. EN BLANCO ES LA FECHA DE EJECUCION.
           03 PARM-FEC-CICLO              PIC X(10).
           03 FILLER                      PIC X(12).

      *---------------------------------------------
      * LISTADO DE EXCEPCIONES (HEMISFERIOS INVALIDOS, LECTURAS
           03 EXT-LONG-HEM                PIC X(01).

      *---------------------------------------------
      * MAESTRO DE UMBRALES DE OPERACION POR DISPOSITIVO (COPY
      * WCODUMB, CLAVE DISPOSITIVO + VIGENCIA DESDE). ES OPCIONAL:
      * SI NO SE ENTREGA, LA CORRIDA NO CONTROLA UMBRALES NI GRABA
      * ALERTAS.
      *---------------------------------------------
       FD  UMBRALES.
       01  ENT-REG-UMBRAL.
           03 REG-UMBRAL-KEY-FD           PIC X(23).
           03 FILLER                      PIC X(77).

      *---------------------------------------------
      * ARCHIVO DE ALERTAS DE OPERACION: UNA LINEA POR LECTURA QUE
           BLOCK 0.
       01  REG-ESCALADO-FD                PIC X(132).

      *---------------------------------------------
      * BITACORA DE CICLO (COPY WREGBIT). SE LEE AL ARRANCAR PARA
      * CONTROLAR EL PASO PREVIO DE LA CADENA Y SE LE AGREGA
      * (OPEN EXTEND) EL REGISTRO DE ESTA CORRIDA AL TERMINAR.
      *---------------------------------------------
       FD  BITACORA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-BITACORA-FD                PIC X(120).

      *---------------------------------------------
      * PEDIDOS DE RELISTADO POR LECTURAS TARDIAS (COPY WREGREL),
      * QUE AGREGA ESTEMP04. SOLO SE USA EN ORIGEN 'S': SE LEE AL
      * INICIO Y, SI LA CORRIDA TERMINA BIEN, SE REGRABA ENTERO
      * (OPEN OUTPUT) SOLO CON LOS PEDIDOS QUE NO SE CUBRIERON.
      *---------------------------------------------
       FD  RELISTA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RELISTA-FD                 PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------                                  
       77  WS-SQLCODE                    PIC S9(4) VALUE ZEROES.
           88 DB2-NOTFND                           VALUE +100.      
           88 DB2-DUPREC                           VALUE -806.      
                                                                    
       77  FS-BITACORA                   PIC X(02) VALUE ' '.
           88 88-FS-BITACORA-OK                    VALUE '00'.
           88 88-FS-BITACORA-EOF                   VALUE '10'.

       77  WS2-SQLCODE                   PIC S9(4) VALUE ZERO.      
           88 DB2-OK2                              VALUE +0.        
           88 DB2-NOTFND2                          VALUE +100.      
           88 88-FS-RUNCTL-OK                      VALUE '00'.
           88 88-FS-RUNCTL-EOF                     VALUE '10'.

       77  FS-RELISTA                    PIC X(02) VALUE ' '.
           88 88-FS-RELISTA-OK                     VALUE '00'.
           88 88-FS-RELISTA-EOF                    VALUE '10'.

      *---------------------------------------------
      * INDICA SI SE PUDO LEER UN REGISTRO DE CONTROL DE UNA
      * CORRIDA ANTERIOR, Y HASTA QUE FECHA CUBRIO. SE USA PARA
                               INDEXED BY IX-MAEDISP.
              05 TAB-MAEDISP-KEY         PIC X(05).
              05 TAB-MAEDISP-DESCR       PIC X(30).
              05 TAB-MAEDISP-RETIRO.
                 07 TAB-MAEDISP-FEC-RETIRO PIC X(10).
                 07 TAB-MAEDISP-HOR-RETIRO PIC X(08).

      *---------------------------------------------
      * TABLA PARALELA A TABLA-MAEDISP CON LA MARCA DE SI CADA

       77  WS-CANT-SIN-LECTURA           PIC 9(05) VALUE 0.

      *---------------------------------------------
      * PRINCIPIO DE LA VENTANA (AAAA-MM-DDHH:MM:SS) CONTRA EL QUE
      * SE COMPARA EL RETIRO DE UN DISPOSITIVO REEMPLAZADO: EL QUE
      * SE RETIRO ANTES NO ESTABA EN SERVICIO Y NO ESTA MUDO.
      *---------------------------------------------
       01  WS-SINLECT-INICIO.
           03 WS-SINLECT-FEC-INICIO      PIC X(10) VALUE SPACES.
           03 WS-SINLECT-HOR-INICIO      PIC X(08) VALUE SPACES.
       77  WS-CANT-SIN-LECT-RETIR        PIC 9(05) VALUE 0.

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO DE RESGUARDO DE ESTEMP07.
      *---------------------------------------------
      * CONTRA ELLA POR CADA LECTURA DEL CURSOR. SI EL ARCHIVO
      * UMBRALES NO SE ENTREGA LA TABLA QUEDA VACIA Y NO SE
      * CONTROLA NADA.
      * TABLA-UMBRAL TIENE UNA OCURRENCIA POR DISPOSITIVO (ES LA QUE
      * SIGUE TABLA-BRECHA) CON LA PRIMERA Y LA CANTIDAD DE SUS
      * VERSIONES EN TABLA-UMBVER, QUE GUARDA LOS LIMITES DE CADA
      * VIGENCIA EN EL ORDEN DEL ARCHIVO (DISPOSITIVO Y DESDE).
      *---------------------------------------------
       77  WS-CANT-UMBRAL                PIC 9(05) VALUE 0.
       77  WS-MAX-UMBRAL                 PIC 9(05) VALUE 5000.
                               DEPENDING ON WS-CANT-UMBRAL
                               INDEXED BY IX-UMBRAL.
              05 TAB-UMBRAL-KEY          PIC X(05).
              05 TAB-UMBRAL-VER-INI      PIC 9(05).
              05 TAB-UMBRAL-VER-CANT     PIC 9(05).

       77  WS-CANT-UMBVER                PIC 9(05) VALUE 0.
       77  WS-MAX-UMBVER                 PIC 9(05) VALUE 20000.
       01  TABLA-UMBVER.
           03 TAB-UMBVER-OCU OCCURS 1 TO 20000 TIMES
                               DEPENDING ON WS-CANT-UMBVER
                               INDEXED BY IX-UMBVER.
              05 TAB-UMBVER-DESDE.
                 07 TAB-UMBVER-FEC-DESDE PIC X(10).
                 07 TAB-UMBVER-HOR-DESDE PIC X(08).
              05 TAB-UMBVER-HASTA        PIC X(18).
              05 TAB-UMBVER-TEMP-MIN     PIC S9(04)V9(04).
              05 TAB-UMBVER-TEMP-MAX     PIC S9(04)V9(04).
              05 TAB-UMBVER-HUM-MIN      PIC 9(03)V9(02).
              05 TAB-UMBVER-HUM-MAX      PIC 9(03)V9(02).
              05 TAB-UMBVER-USUARIO      PIC X(08).

      *---------------------------------------------
      * BUSQUEDA DE LA VERSION DE UMBRALES VIGENTE EN EL MOMENTO DE
      * LA LECTURA (FECTOMA + HORTOMA, COMPARABLE COMO TEXTO CONTRA
      * LAS VIGENCIAS DESDE/HASTA).
      *---------------------------------------------
       01  WS-UMB-MOMENTO.
           03 WS-UMB-MOM-FEC             PIC X(10).
           03 WS-UMB-MOM-HOR             PIC X(08).
       77  WS-UMB-VER-FIN                PIC 9(05) VALUE 0.
       77  WS-UMB-VIGENTE                PIC X(01) VALUE 'N'.
           88 88-UMB-VIGENTE-SI                    VALUE 'S'.
           88 88-UMB-VIGENTE-NO                    VALUE 'N'.

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO ZONAS
      * LAS MISMAS BRECHAS CRONICAS.
      *---------------------------------------------
           03 ALERTA-ESTADO            PIC X(08).
      *---------------------------------------------
      * VERSION DE UMBRALES CONTRA LA QUE SE JUZGO LA LECTURA
      * (VIGENCIA DESDE) Y QUIEN LA DIO DE ALTA O MODIFICO, PARA
      * QUE AUDITORIA VEA QUE LIMITE ESTABA VIGENTE. EN BLANCO EN
      * EL EVENTO DE CIERRE.
      *---------------------------------------------
           03 FILLER                   PIC X(01) VALUE ' '.
           03 ALERTA-UMB-FEC-DESDE     PIC X(10).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 ALERTA-UMB-HOR-DESDE     PIC X(08).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 ALERTA-UMB-USUARIO       PIC X(08).

      *---------------------------------------------
      * LINEA DEL ARCHIVO DE ESCALAMIENTO CRITICO: DISPOSITIVO EN
      * RESGUARDO YA VIENE EN EL ORDEN HISTORICO CODDISP/FECTOMA,
      * ASI QUE EL ORDEN POR TEMPERATURA Y EL REINICIO POR
      * CHECKPOINT NO APLICAN.
      * 'S' ES LA PASADA SUPLEMENTARIA DEL CICLO (DESPUES DEL
      * ESTEMP03 DIARIO): RELISTA DESDE LA TABLA VIVA LOS DIAS CON
      * LECTURAS TARDIAS PEDIDOS EN RELISTA. LA VENTANA LA ARMAN
      * LOS PEDIDOS (LAS FECHAS DE LA TARJETA NO SE USAN), EL ORDEN
      * ES EL HISTORICO Y NO HAY CHECKPOINT NI SE TOCAN RUNCTL,
      * FABHIST NI ALESTADO: ES UN LISTADO ADICIONAL, NO UN PASO
      * MAS DE LA VENTANA DIARIA.
      *---------------------------------------------
       01  WS-PARM-ORIGEN                PIC X(01) VALUE 'T'.
           88 88-ORIGEN-TABLA                      VALUE 'T' ' '.
           88 88-ORIGEN-ARCHIVO                    VALUE 'A'.
           88 88-ORIGEN-SUPLEM                     VALUE 'S'.

      *---------------------------------------------
      * PEDIDOS DE RELISTADO LEIDOS DE RELISTA (ORIGEN 'S') Y LOS
      * DIAS QUE CUBREN, SIN REPETIR. UN PEDIDO MAS ANCHO QUE LA
      * TABLA DE DIAS SE PARTE AL LEERLO EN TRAMOS QUE SI CABEN.
      * CADA PEDIDO O TRAMO ENTRA ENTERO O NO ENTRA: SI SUS DIAS NO
      * CABEN EN LO QUE QUEDA DE LA TABLA QUEDA PENDIENTE PARA LA
      * PROXIMA CORRIDA (EL PRIMERO SIEMPRE ENTRA, ASI QUE CADA
      * CORRIDA AVANZA). UN PEDIDO CON FECHAS
      * INVALIDAS SE AVISA Y SE DESCARTA. MAS PEDIDOS QUE LA TABLA
      * ES UN ERROR: NO SE PUEDE REGRABAR EL ARCHIVO SIN PERDERLOS.
      *---------------------------------------------
       77  WS-CANT-RELISTA               PIC 9(03) VALUE 0.
       77  WS-MAX-RELISTA                PIC 9(03) VALUE 200.
       01  TABLA-RELISTA.
           03 TAB-REL-OCU OCCURS 1 TO 200 TIMES
                               DEPENDING ON WS-CANT-RELISTA
                               INDEXED BY IX-RELISTA.
              05 TAB-REL-REGISTRO        PIC X(80).
              05 TAB-REL-ESTADO          PIC X(01).
                 88 88-REL-CUBIERTO                VALUE 'C'.
                 88 88-REL-PENDIENTE               VALUE 'P'.
                 88 88-REL-INVALIDO                VALUE 'I'.
       77  WS-CANT-REL-CUBIERTOS         PIC 9(03) VALUE 0.
       77  WS-CANT-REL-PENDIENTES        PIC 9(03) VALUE 0.

       77  WS-CANT-DIAREL                PIC 9(03) VALUE 0.
       77  WS-MAX-DIAREL                 PIC 9(03) VALUE 366.
       01  TABLA-DIAREL.
           03 TAB-DIAREL-OCU OCCURS 1 TO 366 TIMES
                               DEPENDING ON WS-CANT-DIAREL
                               INDEXED BY IX-DIAREL.
              05 TAB-DIAREL-FEC          PIC X(10).
              05 TAB-DIAREL-CANT         PIC S9(09).

       77  WS-REL-DESDE-INT              PIC S9(09) VALUE 0.
       77  WS-REL-HASTA-INT              PIC S9(09) VALUE 0.
       77  WS-REL-DIA-INT                PIC S9(09) VALUE 0.
       77  WS-REL-FIN-INT                PIC S9(09) VALUE 0.
       01  WS-REL-FEC-MIN                PIC X(10) VALUE '9999-12-31'.
       01  WS-REL-FEC-MAX                PIC X(10) VALUE '0001-01-01'.
       01  WS-DIAREL-FEC                 PIC X(10) VALUE SPACES.
       77  WS-CANT-DIAREL-BD             PIC S9(09) VALUE 0.
       77  WS-DIAREL-HALLADO             PIC X(01) VALUE 'N'.
           88 88-DIAREL-HALLADO-SI                 VALUE 'S'.
           88 88-DIAREL-HALLADO-NO                 VALUE 'N'.
       77  WS-ERROR-SUPLEM               PIC X(01) VALUE 'N'.
           88 88-ERROR-SUPLEM-SI                   VALUE 'S'.
           88 88-ERROR-SUPLEM-NO                   VALUE 'N'.

       COPY WREGREL.

      *---------------------------------------------
      * ULTIMA CLAVE PROCESADA POR UNA CORRIDA ANTERIOR (TOMADA
       01 TIT01.
          03 FILLER                      PIC X(08) VALUE 'PROGRAM:'.
          03 TIT01-PROGRAMA              PIC X(08) VALUE 'ESTEMP01'.
          03 FILLER                      PIC X(38) VALUE ' '.
          03 TIT01-TITULO                PIC X(33) VALUE
                                      'RECORDED TEMPERATURE REPORT'.
          03 FILLER                      PIC X(31) VALUE ' '.
          03 FILLER                      PIC X(06) VALUE 'PAGE: '.  
          03 TIT01-PAGINA                PIC 9(04).                 
                                                                    
           03 DETSINLECT-COD           PIC X(05).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETSINLECT-DESCR         PIC X(30).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETSINLECT-LEYENDA       PIC X(12).
           03 DETSINLECT-FEC-RETIRO    PIC X(10).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETSINLECT-HOR-RETIRO    PIC X(08).

       01 DETSINLECT-RET.
           03 FILLER                   PIC X(30)
                             VALUE 'RETIRADOS ANTES (OMITIDOS)  : '.
           03 DETSINLECT-RET-CANT      PIC ZZZZZZZZ9.

       01 DETSINLECT-TOT.
           03 FILLER                   PIC X(30)
                             VALUE 'TOTAL MOVIMIENTOS DE POSICION:'.
           03 DETMOVIM-TOT-CANT        PIC ZZZZZZZZ9.

       01 TIT022                       PIC X(160) VALUE ' '.
       01 RELIS-01.
           03 FILLER                   PIC X(46)
               VALUE 'PEDIDOS DE RELISTADO POR LECTURAS TARDIAS:    '.

       01 DETRELIS.
           03 FILLER                   PIC X(06) VALUE 'DESDE '.
           03 DETRELIS-FEC-DESDE       PIC X(10).
           03 FILLER                   PIC X(07) VALUE ' HASTA '.
           03 DETRELIS-FEC-HASTA       PIC X(10).
           03 FILLER                   PIC X(10) VALUE ' TARDIAS: '.
           03 DETRELIS-CANT            PIC ZZZZZZZZ9.
           03 FILLER                   PIC X(10) VALUE ' PEDIDO: '.
           03 DETRELIS-FEC-PEDIDO      PIC X(10).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETRELIS-HOR-PEDIDO      PIC X(08).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETRELIS-ESTADO          PIC X(09).

       01 DETRELDIA.
           03 FILLER                   PIC X(04) VALUE 'DIA '.
           03 DETRELDIA-FEC            PIC X(10).
           03 FILLER                   PIC X(16)
                             VALUE ' FILAS EN TABLA '.
           03 DETRELDIA-CANT           PIC ZZZZZZZZ9.

       01 DETRELIS-TOT.
           03 FILLER                   PIC X(30)
                             VALUE 'PEDIDOS CUBIERTOS           : '.
           03 DETRELIS-TOT-CUB         PIC ZZZZZZZZ9.
           03 FILLER                   PIC X(14)
                             VALUE '  PENDIENTES: '.
           03 DETRELIS-TOT-PEN         PIC ZZZZZZZZ9.

       01 TIT014                       PIC X(160) VALUE ' '.
       01 CTRL-01.
           03 FILLER                   PIC X(19)
      * --------------------------------
        01  REG-LISTADO                PIC X(160).

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
                                                                      

      * RETORNO GRADUADO PARA EL SCHEDULER: 8 SI LOS TOTALES DE
      * CONTROL NO CUADRAN, 4 SI HUBO EXCEPCIONES, 0 SI TODO
      * LIMPIO. SOLO SE SUBE EL RETORNO: NO SE PISA UNO MAYOR QUE
      * YA HAYA DEJADO EL FINAL (30500-REGRABO-RELISTA EN LA
      * PASADA SUPLEMENTARIA). LOS ABORTOS POR ERRORES DE ARCHIVO
      * TERMINAN CON 16 EN 99000-ABORTO.
           IF WS-DIF-CTRL-TOTALES NOT = 0
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           ELSE
              IF WS-GRABADOS-EXCEPCIO > 0
                 AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.                                                
                                                                    
       10000-INICIO.                                                
      *-------------                                                
                                                                    
           PERFORM 10010-INICIO-BITACORA.

           PERFORM 10020-LEO-FEC-CICLO.

           PERFORM 10100-ABRO-ARCHIVOS.                             
                                                                    
           PERFORM 10500-LEO-CURSOR-TREGTEMP.                       
                                                                    
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
              DISPLAY 'ESTEMP03 NO CORRE: ' WS-BIT-PREREQ
                      ' TERMINO CON RETORNO ' WS-BIT-PREREQ-RC
                      ' EN EL CICLO ' WS-BIT-FEC-CICLO
           ELSE
              DISPLAY 'ESTEMP03 NO CORRE: ' WS-BIT-PREREQ
                      ' NO FIGURA EN LA BITACORA DEL CICLO '
                      WS-BIT-FEC-CICLO
           END-IF.

           MOVE WS-BIT-PREREQ           TO WS-BIT-PREREQ-FALTA.

           MOVE 12 TO RETURN-CODE.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.

       10100-ABRO-ARCHIVOS.
      *-------------------

           PERFORM 10050-LEO-PARMCARD.

      * UN LISTADO DE TREGTEMP NECESITA LA CARGA DEL CICLO
      * (ESTEMP04) TERMINADA BIEN; UN RELISTADO DESDE EL ARCHIVO
      * HISTORICO NO DEPENDE DE LA CARGA DE LA NOCHE.
           IF 88-ORIGEN-TABLA
              MOVE 'ESTEMP04'           TO WS-BIT-PREREQ
              PERFORM 10015-CONTROLO-PREREQ
           END-IF.

      * LA PASADA SUPLEMENTARIA VA DESPUES DEL LISTADO DIARIO DEL
      * CICLO: RELISTA LO QUE ESE LISTADO YA NO PUEDE VER.
           IF 88-ORIGEN-SUPLEM
              MOVE 'ESTEMP03'           TO WS-BIT-PREREQ
              PERFORM 10015-CONTROLO-PREREQ
              MOVE 'SUPPLEMENTARY LISTING (LATE DATA)'
                                        TO TIT01-TITULO
              PERFORM 10070-LEO-RELISTA
           END-IF.

           PERFORM 10060-LEO-CHECKPT.

           PERFORM 10200-ABRO-CURSOR-TREGTEMP.
                                          TO WS-PARM-ESCALA-CORRIDAS
                 END-IF
      * EL RESGUARDO VIENE EN EL ORDEN HISTORICO: EN ORIGEN
      * ARCHIVO SE FUERZA ESE ORDEN, PIDAN LO QUE PIDAN. LA PASADA
      * SUPLEMENTARIA FILTRA LOS DIAS SOBRE EL CURSOR HISTORICO.
                 IF 88-ORIGEN-ARCHIVO
                    OR 88-ORIGEN-SUPLEM
                    MOVE 'C'              TO WS-PARM-ORDEN
                 END-IF
              END-IF
       10057-ARMO-VENTANA-AUTO.
      *-------------------------

           MOVE WS-BIT-FEC-CICLO(1:4)   TO WS-FECNUM-AAAA.
           MOVE WS-BIT-FEC-CICLO(6:2)   TO WS-FECNUM-MM.
           MOVE WS-BIT-FEC-CICLO(9:2)   TO WS-FECNUM-DD.
           COMPUTE WS-DIAS-RUNCTL =
                   FUNCTION INTEGER-OF-DATE(WS-FECNUM-N) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-RUNCTL)
              END-IF
           END-IF.

       10070-LEO-RELISTA.
      *-------------------
      * CARGA LOS PEDIDOS DE RELISTADO PENDIENTES Y ARMA LA TABLA
      * DE DIAS A RELISTAR. LA VENTANA DEL CURSOR ES LA ENVOLVENTE
      * DE ESOS DIAS, DIAS COMPLETOS; EL FETCH DESCARTA LOS DIAS DEL
      * MEDIO QUE NADIE PIDIO. EL FS '05' ES EL OPEN OPTIONAL DE UN
      * ARCHIVO AUSENTE: NO HAY NADA PENDIENTE. SIN DIAS A RELISTAR
      * LA CORRIDA TERMINA ACA (10090).

           OPEN INPUT RELISTA.

           EVALUATE FS-RELISTA
               WHEN '00'
               WHEN '05'
                    PERFORM 10075-LEO-RELISTA-REG
                       UNTIL 88-FS-RELISTA-EOF
                    CLOSE RELISTA
               WHEN OTHER
                    DISPLAY 'ERROR OPEN RELISTA FS: ' FS-RELISTA
                    PERFORM 99000-ABORTO
           END-EVALUATE.

           IF WS-CANT-DIAREL = 0
              PERFORM 10090-TERMINO-SIN-DIAS
           END-IF.

           MOVE WS-REL-FEC-MIN          TO WS-PARM-FEC-DESDE.
           MOVE WS-REL-FEC-MAX          TO WS-PARM-FEC-HASTA.
           MOVE '00:00:00'              TO WS-PARM-HOR-DESDE.
           MOVE '23:59:59'              TO WS-PARM-HOR-HASTA.

           DISPLAY 'RELISTADO SUPLEMENTARIO: ' WS-CANT-RELISTA
                   ' PEDIDOS, ' WS-CANT-DIAREL ' DIAS ENTRE '
                   WS-PARM-FEC-DESDE ' Y ' WS-PARM-FEC-HASTA.

       10075-LEO-RELISTA-REG.
      *-----------------------

           READ RELISTA INTO REG-RELISTA.

           EVALUATE TRUE
               WHEN 88-FS-RELISTA-OK
                    PERFORM 10077-PARTO-PEDIDO
               WHEN 88-FS-RELISTA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR READ RELISTA FS: ' FS-RELISTA
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10077-PARTO-PEDIDO.
      *--------------------
      * UN PEDIDO MAS ANCHO QUE LA TABLA DE DIAS NO ENTRARIA NUNCA
      * Y TRABARIA LA PURGA DE ESTEMP07 PARA SIEMPRE: SE PARTE EN
      * TRAMOS CONSECUTIVOS DE HASTA WS-MAX-DIAREL DIAS, CADA UNO
      * COMO UN PEDIDO APARTE (LOS QUE NO ENTREN EN ESTA CORRIDA SE
      * REGRABAN PENDIENTES, YA PARTIDOS). UN PEDIDO CON FECHAS
      * INVALIDAS ENTRA UNA SOLA VEZ, PARA AVISARLO Y DESCARTARLO.

           IF REL-FEC-DESDE(1:4) NUMERIC
              AND REL-FEC-DESDE(6:2) NUMERIC
              AND REL-FEC-DESDE(9:2) NUMERIC
              AND REL-FEC-HASTA(1:4) NUMERIC
              AND REL-FEC-HASTA(6:2) NUMERIC
              AND REL-FEC-HASTA(9:2) NUMERIC
              AND REL-FEC-HASTA NOT < REL-FEC-DESDE
              MOVE REL-FEC-DESDE(1:4)   TO WS-FECNUM-AAAA
              MOVE REL-FEC-DESDE(6:2)   TO WS-FECNUM-MM
              MOVE REL-FEC-DESDE(9:2)   TO WS-FECNUM-DD
              COMPUTE WS-REL-DESDE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-FECNUM-N)
              MOVE REL-FEC-HASTA(1:4)   TO WS-FECNUM-AAAA
              MOVE REL-FEC-HASTA(6:2)   TO WS-FECNUM-MM
              MOVE REL-FEC-HASTA(9:2)   TO WS-FECNUM-DD
              COMPUTE WS-REL-HASTA-INT =
                      FUNCTION INTEGER-OF-DATE(WS-FECNUM-N)
           ELSE
              MOVE 0                    TO WS-REL-DESDE-INT
                                           WS-REL-HASTA-INT
           END-IF.

           IF WS-REL-DESDE-INT = 0
              OR WS-REL-HASTA-INT = 0
              PERFORM 10078-ALTA-PEDIDO
              SET 88-REL-INVALIDO(IX-RELISTA) TO TRUE
              DISPLAY 'PEDIDO DE RELISTADO INVALIDO, SE '
                      'DESCARTA: ' REL-FEC-DESDE ' '
                      REL-FEC-HASTA
           ELSE
              IF WS-REL-HASTA-INT - WS-REL-DESDE-INT + 1
                 > WS-MAX-DIAREL
                 DISPLAY 'PEDIDO DE RELISTADO ' REL-FEC-DESDE
                         ' ' REL-FEC-HASTA ' SE PARTE EN TRAMOS '
                         'DE ' WS-MAX-DIAREL ' DIAS'
              END-IF
              MOVE WS-REL-HASTA-INT     TO WS-REL-FIN-INT
              PERFORM 10079-TRAMO-PEDIDO
                 UNTIL WS-REL-DESDE-INT > WS-REL-FIN-INT
           END-IF.

       10078-ALTA-PEDIDO.
      *-------------------

           IF WS-CANT-RELISTA >= WS-MAX-RELISTA
              DISPLAY 'TABLA DE PEDIDOS DE RELISTADO LLENA ('
                      WS-MAX-RELISTA ')'
              PERFORM 99000-ABORTO
           END-IF.

           ADD 1                        TO WS-CANT-RELISTA.
           SET IX-RELISTA               TO WS-CANT-RELISTA.
           MOVE REG-RELISTA             TO TAB-REL-REGISTRO(IX-RELISTA).
           SET 88-REL-PENDIENTE(IX-RELISTA) TO TRUE.

       10079-TRAMO-PEDIDO.
      *--------------------
      * ARMA EL TRAMO QUE EMPIEZA EN WS-REL-DESDE-INT SOBRE EL
      * MISMO REGISTRO (SOLO CAMBIAN LAS FECHAS), LO AGREGA A LA
      * TABLA DE PEDIDOS Y LO PASA A DIAS.

           COMPUTE WS-REL-HASTA-INT =
                   WS-REL-DESDE-INT + WS-MAX-DIAREL - 1.
           IF WS-REL-HASTA-INT > WS-REL-FIN-INT
              MOVE WS-REL-FIN-INT       TO WS-REL-HASTA-INT
           END-IF.

           MOVE FUNCTION DATE-OF-INTEGER(WS-REL-DESDE-INT)
                                        TO WS-FECNUM-N.
           MOVE WS-FECNUM-AAAA          TO WS-FECISO-AAAA.
           MOVE WS-FECNUM-MM            TO WS-FECISO-MM.
           MOVE WS-FECNUM-DD            TO WS-FECISO-DD.
           MOVE WS-FECISO               TO REL-FEC-DESDE.

           MOVE FUNCTION DATE-OF-INTEGER(WS-REL-HASTA-INT)
                                        TO WS-FECNUM-N.
           MOVE WS-FECNUM-AAAA          TO WS-FECISO-AAAA.
           MOVE WS-FECNUM-MM            TO WS-FECISO-MM.
           MOVE WS-FECNUM-DD            TO WS-FECISO-DD.
           MOVE WS-FECISO               TO REL-FEC-HASTA.

           PERFORM 10078-ALTA-PEDIDO.

           PERFORM 10080-EXPANDO-PEDIDO.

           COMPUTE WS-REL-DESDE-INT = WS-REL-HASTA-INT + 1.

       10080-EXPANDO-PEDIDO.
      *----------------------
      * PASA EL TRAMO A DIAS. SE TOMA SIN MIRAR LOS DIAS QUE YA
      * ESTAN EN LA TABLA: SI EL RANGO ENTERO NO CABE, EL TRAMO
      * QUEDA PENDIENTE AUNQUE ALGUNOS DE SUS DIAS YA ESTEN.

           EVALUATE TRUE
               WHEN WS-CANT-DIAREL + WS-REL-HASTA-INT
                    - WS-REL-DESDE-INT + 1 > WS-MAX-DIAREL
                    DISPLAY 'PEDIDO DE RELISTADO ' REL-FEC-DESDE
                            ' ' REL-FEC-HASTA ' NO ENTRA EN ESTA '
                            'CORRIDA, QUEDA PENDIENTE'
               WHEN OTHER
                    SET 88-REL-CUBIERTO(IX-RELISTA) TO TRUE
                    PERFORM 10085-AGREGO-DIA-REL
                       VARYING WS-REL-DIA-INT
                          FROM WS-REL-DESDE-INT BY 1
                       UNTIL WS-REL-DIA-INT > WS-REL-HASTA-INT
                    IF REL-FEC-DESDE < WS-REL-FEC-MIN
                       MOVE REL-FEC-DESDE TO WS-REL-FEC-MIN
                    END-IF
                    IF REL-FEC-HASTA > WS-REL-FEC-MAX
                       MOVE REL-FEC-HASTA TO WS-REL-FEC-MAX
                    END-IF
           END-EVALUATE.

       10085-AGREGO-DIA-REL.
      *----------------------

           MOVE FUNCTION DATE-OF-INTEGER(WS-REL-DIA-INT)
                                        TO WS-FECNUM-N.
           MOVE WS-FECNUM-AAAA          TO WS-FECISO-AAAA.
           MOVE WS-FECNUM-MM            TO WS-FECISO-MM.
           MOVE WS-FECNUM-DD            TO WS-FECISO-DD.

           SET IX-DIAREL TO 1.

           IF WS-CANT-DIAREL = 0
              PERFORM 10086-ALTA-DIA-REL
           ELSE
              SEARCH TAB-DIAREL-OCU
                 AT END
                      PERFORM 10086-ALTA-DIA-REL
                 WHEN TAB-DIAREL-FEC(IX-DIAREL) = WS-FECISO
                      CONTINUE
              END-SEARCH
           END-IF.

       10086-ALTA-DIA-REL.
      *--------------------

           ADD 1                        TO WS-CANT-DIAREL.
           SET IX-DIAREL                TO WS-CANT-DIAREL.
           MOVE WS-FECISO               TO TAB-DIAREL-FEC(IX-DIAREL).
           MOVE 0                       TO TAB-DIAREL-CANT(IX-DIAREL).

       10090-TERMINO-SIN-DIAS.
      *------------------------
      * NINGUN PEDIDO DIO DIAS A RELISTAR: NO HAY PEDIDOS O SON
      * TODOS INVALIDOS (UN TRAMO VALIDO SIEMPRE ENTRA EN LA TABLA
      * VACIA). SI HUBO PEDIDOS IGUAL SE LISTA LA SECCION DE
      * PEDIDOS Y SE REGRABA RELISTA SIN LOS INVALIDOS, PARA QUE NO
      * QUEDEN PENDIENTES PARA SIEMPRE TRABANDO LA PURGA DE
      * ESTEMP07. NO SE ABRE NADA MAS: NO HAY CURSOR QUE RECORRER.

           DISPLAY 'NO HAY PEDIDOS DE RELISTADO PARA CUBRIR'.

           IF WS-CANT-RELISTA > 0
              OPEN OUTPUT LISTADO
              EVALUATE FS-LISTADO
                  WHEN '00'
                       SET 88-OPEN-LISTADO-SI TO TRUE
                  WHEN OTHER
                       DISPLAY 'ERROR OPEN LISTADO FS: ' FS-LISTADO
                       PERFORM 99000-ABORTO
              END-EVALUATE
              ADD 1 TO TIT01-PAGINA
              MOVE TIT01                TO REG-LISTADO
              PERFORM 23000-WRITE-LISTADO
              PERFORM 29000-CARGO-FECHA-HORA
              MOVE TIT02                TO REG-LISTADO
              PERFORM 23000-WRITE-LISTADO
              PERFORM 30165-SECCION-RELISTADOS
              PERFORM 30500-REGRABO-RELISTA
              SET 88-OPEN-LISTADO-NO    TO TRUE
              PERFORM 31120-CIERRO-LISTADO
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.

       10200-ABRO-CURSOR-TREGTEMP.
      *--------------------------
      * EL CURSOR A ABRIR DEPENDE DEL ORDEN PEDIDO EN LA TARJETA DE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN ARCHIVO FS: ' FS-ARCHIVO
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10220-ABRO-CURSOR-SQL.
      * FALTA PROCESAR DESPUES DEL PUNTO DE REINICIO. EN ORIGEN
      * ARCHIVO SE CUENTA CON UNA PREPASADA DEL RESGUARDO.

           EVALUATE TRUE
               WHEN 88-ORIGEN-ARCHIVO
                    PERFORM 10260-CUENTO-ARCHIVO
                    IF 88-COMPLEMENTO-SI
                       PERFORM 10275-CUENTO-COMPLEMENTO
                    END-IF
               WHEN 88-ORIGEN-SUPLEM
                    PERFORM 10280-CUENTO-DIA-REL
                       VARYING IX-DIAREL FROM 1 BY 1
                       UNTIL IX-DIAREL > WS-CANT-DIAREL
               WHEN OTHER
                    PERFORM 10270-CUENTO-TREGTEMP-SQL
           END-EVALUATE.

       10260-CUENTO-ARCHIVO.
      *----------------------
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE ARCHIVO FS: ' FS-ARCHIVO
                    PERFORM 99000-ABORTO
           END-EVALUATE.

           SET 88-OPEN-ARCHIVO-NO TO TRUE.
                     DISPLAY 'SQL-CODE: ' WS-SQLCODE
           END-EVALUATE.

       10280-CUENTO-DIA-REL.
      *----------------------
      * EN LA PASADA SUPLEMENTARIA EL TOTAL DE CONTROL ES LA SUMA
      * DE LAS FILAS DE CADA DIA PEDIDO (NO DE TODA LA ENVOLVENTE).
      * LA CUENTA DE CADA DIA QUEDA PARA LA SECCION DE RELISTADOS.

           MOVE TAB-DIAREL-FEC(IX-DIAREL) TO WS-DIAREL-FEC.

           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CANT-DIAREL-BD
                  FROM IDCC22.TREGTEMP
                 WHERE FECTOMA = :WS-DIAREL-FEC
                   AND HORTOMA  BETWEEN :WS-PARM-HOR-DESDE
                                   AND :WS-PARM-HOR-HASTA
           END-EXEC.

           MOVE SQLCODE                  TO WS-SQLCODE.

           EVALUATE TRUE
                WHEN DB2-OK
                     MOVE WS-CANT-DIAREL-BD
                                  TO TAB-DIAREL-CANT(IX-DIAREL)
                     ADD WS-CANT-DIAREL-BD TO WS-CANT-TREGTEMP-BD
                WHEN OTHER
                     DISPLAY 'OCURRIO UN ERROR AL CONTAR TREGTEMP '
                             'DEL DIA ' WS-DIAREL-FEC
                     DISPLAY 'SQL-CODE: ' WS-SQLCODE
                     SET 88-ERROR-SUPLEM-SI TO TRUE
           END-EVALUATE.

       10300-ABRO-MAEDISP.
      *-------------------                                              
                                                                        
                                                                        
               WHEN OTHER
                    DISPLAY 'ERROR OPEN MAEDISP FS: ' FS-MAEDISP
                    PERFORM 99000-ABORTO
           END-EVALUATE.

           PERFORM 10350-CARGO-TABLA-MAEDISP.
                                       TO TAB-MAEDISP-KEY(IX-MAEDISP)
                       MOVE MAEDISP-DESCR
                                       TO TAB-MAEDISP-DESCR(IX-MAEDISP)
                       MOVE MAEDISP-RETIRO
                                       TO TAB-MAEDISP-RETIRO(IX-MAEDISP)
                       ADD 1 TO WS-CANT-MAEDISP
                       SET IX-MAEDISP UP BY 1
                    END-IF
      *--------------------------
      * CARGA UNICA DE TODO EL MAESTRO DE UMBRALES A MEMORIA.

           PERFORM 10376-LEO-UMBRALES-SEC
              UNTIL 88-FS-UMBRALES-EOF.

           EVALUATE TRUE
               WHEN 88-FS-UMBRALES-OK
                    MOVE 0 TO WS-CANT-UMBRAL-ERR
                    PERFORM 10379-CARGO-VERSION-UMBRAL
               WHEN 88-FS-UMBRALES-EOF
                    CONTINUE
               WHEN OTHER
                    END-IF
           END-EVALUATE.

       10379-CARGO-VERSION-UMBRAL.
      *----------------------------
      * EL ARCHIVO VIENE ORDENADO POR DISPOSITIVO Y VIGENCIA: UN
      * DISPOSITIVO NUEVO ABRE OCURRENCIA EN TABLA-UMBRAL Y CADA
      * VERSION SE AGREGA A TABLA-UMBVER Y SE CUENTA EN LA DE SU
      * DISPOSITIVO. CUALQUIERA DE LAS DOS LLENA CORTA LA CARGA.

           IF WS-CANT-UMBRAL = 0
              OR UMBRAL-COD-DISPO NOT = TAB-UMBRAL-KEY(WS-CANT-UMBRAL)
              IF WS-CANT-UMBRAL >= WS-MAX-UMBRAL
                 PERFORM 10377-EXCEP-UMBRAL-LLENA
                 SET 88-FS-UMBRALES-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-CANT-UMBRAL
                 SET IX-UMBRAL TO WS-CANT-UMBRAL
                 MOVE UMBRAL-COD-DISPO  TO TAB-UMBRAL-KEY(IX-UMBRAL)
                 COMPUTE TAB-UMBRAL-VER-INI(IX-UMBRAL) =
                         WS-CANT-UMBVER + 1
                 MOVE 0          TO TAB-UMBRAL-VER-CANT(IX-UMBRAL)
              END-IF
           END-IF.

           IF NOT 88-FS-UMBRALES-EOF
              IF WS-CANT-UMBVER >= WS-MAX-UMBVER
                 PERFORM 10377-EXCEP-UMBRAL-LLENA
                 SET 88-FS-UMBRALES-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-CANT-UMBVER
                 SET IX-UMBVER TO WS-CANT-UMBVER
                 MOVE UMBRAL-VIG-DESDE  TO TAB-UMBVER-DESDE(IX-UMBVER)
                 MOVE UMBRAL-VIG-HASTA  TO TAB-UMBVER-HASTA(IX-UMBVER)
                 MOVE UMBRAL-TEMP-MIN
                                     TO TAB-UMBVER-TEMP-MIN(IX-UMBVER)
                 MOVE UMBRAL-TEMP-MAX
                                     TO TAB-UMBVER-TEMP-MAX(IX-UMBVER)
                 MOVE UMBRAL-HUM-MIN TO TAB-UMBVER-HUM-MIN(IX-UMBVER)
                 MOVE UMBRAL-HUM-MAX TO TAB-UMBVER-HUM-MAX(IX-UMBVER)
                 MOVE UMBRAL-USUARIO TO TAB-UMBVER-USUARIO(IX-UMBVER)
                 ADD 1 TO TAB-UMBRAL-VER-CANT(WS-CANT-UMBRAL)
              END-IF
           END-IF.

       10377-EXCEP-UMBRAL-LLENA.
      *--------------------------
      * TABLA-UMBRAL O TABLA-UMBVER SE LLENO: SE DEJA DE CARGAR EN
      * VEZ DE ESCRIBIR FUERA DE LA TABLA, Y SE REGISTRA EL
      * DISPOSITIVO Y LA VIGENCIA QUE QUEDARON AFUERA EN
      * EXCEPCIONES.

           MOVE SPACES                  TO EXCEP-COD-DISPO.
           MOVE SPACES                  TO EXCEP-COD-FABRICANTE.
                                            EXCEP-HH
                                            EXCEP-MM
                                            EXCEP-SS.
           MOVE UMBRAL-COD-DISPO        TO EXCEP-COD-DISPO.
           MOVE 'TABLA UMBRALES LLENA'  TO EXCEP-TIPO.
           MOVE UMBRAL-FEC-DESDE        TO EXCEP-VALOR.
           PERFORM 23600-WRITE-EXCEPCIO.

       10378-EXCEP-UMBRALES.

               WHEN OTHER
                    DISPLAY 'ERROR OPEN LISTADO FS: ' FS-LISTADO
                    PERFORM 99000-ABORTO

           END-EVALUATE.


               WHEN OTHER
                    DISPLAY 'ERROR OPEN EXCEPCIO FS: ' FS-EXCEPCIO
                    PERFORM 99000-ABORTO

           END-EVALUATE.


               WHEN OTHER
                    DISPLAY 'ERROR OPEN EXTRACTO FS: ' FS-EXTRACTO
                    PERFORM 99000-ABORTO

           END-EVALUATE.


               WHEN OTHER
                    DISPLAY 'ERROR OPEN ALERTAS FS: ' FS-ALERTAS
                    PERFORM 99000-ABORTO

           END-EVALUATE.


               WHEN OTHER
                    DISPLAY 'ERROR OPEN ESCALADO FS: ' FS-ESCALADO
                    PERFORM 99000-ABORTO

           END-EVALUATE.

              END-IF
           END-IF.

           EVALUATE TRUE
               WHEN 88-ORIGEN-ARCHIVO
                    AND 88-COMPLEMENTO-ACTIVO-NO
                    PERFORM 23520-LEO-ARCHIVO
               WHEN 88-ORIGEN-SUPLEM
                    PERFORM 23540-FETCH-SUPLEM
               WHEN OTHER
                    PERFORM 23510-FETCH-TREGTEM-SQL
           END-EVALUATE.

       23520-LEO-ARCHIVO.
      *-------------------
                    SET 88-FS-ARCHIVO-EOF TO TRUE
           END-EVALUATE.

       23540-FETCH-SUPLEM.
      *--------------------
      * PASADA SUPLEMENTARIA: EL CURSOR RECORRE LA ENVOLVENTE DE
      * LOS DIAS PEDIDOS Y SOLO SE DEVUELVEN LAS FILAS DE ESOS
      * DIAS. UN ERROR DE SQL CORTA EL CURSOR Y DEJA LOS PEDIDOS
      * PENDIENTES (LA CORRIDA NO LOS CUBRIO ENTEROS).

           SET 88-DIAREL-HALLADO-NO     TO TRUE.

           PERFORM 23545-FETCH-SUPLEM-REG
              UNTIL 88-DIAREL-HALLADO-SI
                 OR 88-FS-OPEN-CUR-NO.

       23545-FETCH-SUPLEM-REG.
      *------------------------

           PERFORM 23510-FETCH-TREGTEM-SQL.

           EVALUATE TRUE
               WHEN DB2-OK
                    SET IX-DIAREL TO 1
                    SEARCH TAB-DIAREL-OCU
                       AT END
                            CONTINUE
                       WHEN TAB-DIAREL-FEC(IX-DIAREL) = H-FECTOMA
                            SET 88-DIAREL-HALLADO-SI TO TRUE
                    END-SEARCH
               WHEN DB2-NOTFND
                    CONTINUE
               WHEN OTHER
                    SET 88-ERROR-SUPLEM-SI  TO TRUE
                    SET 88-FS-OPEN-CUR-NO   TO TRUE
           END-EVALUATE.

       23510-FETCH-TREGTEM-SQL.
      *-------------------------

       26500-CONTROLO-UMBRALES.
      *-------------------------
      * COMPARA LA LECTURA RECIEN TRAIDA POR EL CURSOR CONTRA LOS
      * LIMITES DE OPERACION DEL DISPOSITIVO (MAESTRO UMBRALES)
      * VIGENTES EN SU FECTOMA/HORTOMA, ASI UNA RECORRIDA DE UNA
      * VENTANA VIEJA LA JUZGA CONTRA LOS LIMITES DE ESE MOMENTO Y
      * NO CONTRA LOS DE HOY. UN DISPOSITIVO SIN FILA EN UMBRALES,
      * O SIN VERSION VIGENTE EN ESE MOMENTO, NO SE CONTROLA. UNA
      * MISMA LECTURA PUEDE GENERAR ALERTA DE TEMPERATURA Y DE
      * HUMEDAD A LA VEZ.

              AT END
                   CONTINUE
              WHEN TAB-UMBRAL-KEY(IX-UMBRAL) = H-CODDSP
                   PERFORM 26505-BUSCO-UMBRAL-VIGENTE
                   IF 88-UMB-VIGENTE-SI
                      PERFORM 26510-CONTROLO-UMBRAL-TEMP
                      PERFORM 26520-CONTROLO-UMBRAL-HUM
                   END-IF
           END-SEARCH.

       26505-BUSCO-UMBRAL-VIGENTE.
      *----------------------------
      * RECORRE LAS VERSIONES DEL DISPOSITIVO Y DEJA IX-UMBVER EN LA
      * QUE CONTIENE EL MOMENTO DE LA LECTURA (HASTA EN BLANCO =
      * ABIERTA). LAS VIGENCIAS NO SE SUPERPONEN: HAY UNA O
      * NINGUNA.

           SET 88-UMB-VIGENTE-NO        TO TRUE.
           MOVE H-FECTOMA               TO WS-UMB-MOM-FEC.
           MOVE H-HORTOMA               TO WS-UMB-MOM-HOR.
           COMPUTE WS-UMB-VER-FIN = TAB-UMBRAL-VER-INI(IX-UMBRAL)
                                  + TAB-UMBRAL-VER-CANT(IX-UMBRAL)
                                  - 1.

           SET IX-UMBVER TO TAB-UMBRAL-VER-INI(IX-UMBRAL).

           PERFORM 26506-COMPARO-VERSION-UMBRAL
              UNTIL 88-UMB-VIGENTE-SI
                 OR IX-UMBVER > WS-UMB-VER-FIN.

       26506-COMPARO-VERSION-UMBRAL.
      *------------------------------

           IF TAB-UMBVER-DESDE(IX-UMBVER) NOT > WS-UMB-MOMENTO
              AND (TAB-UMBVER-HASTA(IX-UMBVER) = SPACES
                OR TAB-UMBVER-HASTA(IX-UMBVER) NOT < WS-UMB-MOMENTO)
              SET 88-UMB-VIGENTE-SI     TO TRUE
           ELSE
              SET IX-UMBVER UP BY 1
           END-IF.

       26510-CONTROLO-UMBRAL-TEMP.
      *----------------------------

           IF H-TEMPERAT > TAB-UMBVER-TEMP-MAX(IX-UMBVER)
              COMPUTE WS-EXCESO-UMBRAL = H-TEMPERAT
                                       - TAB-UMBVER-TEMP-MAX(IX-UMBVER)
              MOVE 'TEMPERATURA SOBRE MAXIMA' TO ALERTA-LIMITE
              MOVE TAB-UMBVER-TEMP-MAX(IX-UMBVER)
                                          TO ALERTA-VAL-LIMITE
              MOVE H-TEMPERAT             TO ALERTA-VAL-LEIDO
              PERFORM 26550-GRABO-ALERTA
           ELSE
              IF H-TEMPERAT < TAB-UMBVER-TEMP-MIN(IX-UMBVER)
                 COMPUTE WS-EXCESO-UMBRAL =
                                     TAB-UMBVER-TEMP-MIN(IX-UMBVER)
                                   - H-TEMPERAT
                 MOVE 'TEMPERATURA BAJO MINIMA' TO ALERTA-LIMITE
                 MOVE TAB-UMBVER-TEMP-MIN(IX-UMBVER)
                                          TO ALERTA-VAL-LIMITE
                 MOVE H-TEMPERAT          TO ALERTA-VAL-LEIDO
                 PERFORM 26550-GRABO-ALERTA
       26520-CONTROLO-UMBRAL-HUM.
      *----------------------------

           IF H-HUMEDAD > TAB-UMBVER-HUM-MAX(IX-UMBVER)
              COMPUTE WS-EXCESO-UMBRAL = H-HUMEDAD
                                       - TAB-UMBVER-HUM-MAX(IX-UMBVER)
              MOVE 'HUMEDAD SOBRE MAXIMA'  TO ALERTA-LIMITE
              MOVE TAB-UMBVER-HUM-MAX(IX-UMBVER)
                                          TO ALERTA-VAL-LIMITE
              MOVE H-HUMEDAD              TO ALERTA-VAL-LEIDO
              PERFORM 26550-GRABO-ALERTA
           ELSE
              IF H-HUMEDAD < TAB-UMBVER-HUM-MIN(IX-UMBVER)
                 COMPUTE WS-EXCESO-UMBRAL =
                                     TAB-UMBVER-HUM-MIN(IX-UMBVER)
                                   - H-HUMEDAD
                 MOVE 'HUMEDAD BAJO MINIMA'   TO ALERTA-LIMITE
                 MOVE TAB-UMBVER-HUM-MIN(IX-UMBVER)
                                          TO ALERTA-VAL-LIMITE
                 MOVE H-HUMEDAD           TO ALERTA-VAL-LEIDO
                 PERFORM 26550-GRABO-ALERTA
           MOVE H-HORTOMA(4:2)          TO ALERTA-MM.
           MOVE H-HORTOMA(7:2)          TO ALERTA-SS.
           MOVE WS-EXCESO-UMBRAL        TO ALERTA-EXCESO.
           MOVE TAB-UMBVER-FEC-DESDE(IX-UMBVER)
                                        TO ALERTA-UMB-FEC-DESDE.
           MOVE TAB-UMBVER-HOR-DESDE(IX-UMBVER)
                                        TO ALERTA-UMB-HOR-DESDE.
           MOVE TAB-UMBVER-USUARIO(IX-UMBVER)
                                        TO ALERTA-UMB-USUARIO.

           PERFORM 26560-CLASIFICO-ALERTA.

      * EL QUE LLAMA VIENE DE 26510/26520 CON IX-UMBRAL POSADO EN
      * EL UMBRAL DEL DISPOSITIVO.

      * EN LA PASADA SUPLEMENTARIA LA ALERTA SALE MARCADA COMO
      * RELISTADA: ES DE UN DIA YA LISTADO Y NO SE CLASIFICA CONTRA
      * LA RACHA DE LA VENTANA DIARIA.

           SET IX-ESTANT TO 1.

           EVALUATE TRUE
               WHEN 88-ORIGEN-SUPLEM
                    MOVE 'RELISTA'      TO ALERTA-ESTADO
               WHEN WS-CANT-ESTAL-ANT = 0
                    MOVE 'NUEVA'        TO ALERTA-ESTADO
               WHEN OTHER
                    SEARCH TAB-ESTANT-OCU
                       AT END
                            MOVE 'NUEVA'    TO ALERTA-ESTADO
                       WHEN TAB-ESTANT-COD(IX-ESTANT) = H-CODDSP
                            MOVE 'PERSISTE' TO ALERTA-ESTADO
                    END-SEARCH
           END-EVALUATE.

           SET IX-BRECHA TO IX-UMBRAL.


           PERFORM 30400-GRABO-ALESTADO.

           IF 88-ORIGEN-SUPLEM
              PERFORM 30500-REGRABO-RELISTA
           END-IF.

           PERFORM 31000-CIERRO-ARCHIVOS.

       30400-GRABO-ALESTADO.
           MOVE 0                       TO ALERTA-VAL-LEIDO.
           MOVE TAB-ESTANT-PEOR(IX-ESTANT) TO ALERTA-EXCESO.
           MOVE 'CESADA'                TO ALERTA-ESTADO.
           MOVE SPACES                  TO ALERTA-UMB-FEC-DESDE
                                           ALERTA-UMB-HOR-DESDE
                                           ALERTA-UMB-USUARIO.

           WRITE REG-ALERTAS-FD  FROM REG-ALERTA.


           PERFORM 30196-SECCION-MOVIMIENTOS.

      * EN LA PASADA SUPLEMENTARIA SOLO SE MIRAN LOS DIAS CON
      * LECTURAS TARDIAS: UN DISPOSITIVO SIN FILAS AHI NO ESTA MUDO.
           IF NOT 88-ORIGEN-SUPLEM
              PERFORM 30140-SECCION-SIN-LECTURA
           END-IF.

           PERFORM 30150-SECCION-CORTES.

           PERFORM 30160-SECCION-CALIDAD.

           IF 88-ORIGEN-SUPLEM
              PERFORM 30165-SECCION-RELISTADOS
           END-IF.

           MOVE TIT014      TO REG-LISTADO.
           PERFORM 23000-WRITE-LISTADO.

      * SECCION DE DISPOSITIVOS MUDOS: TODO DISPOSITIVO DEL MAESTRO
      * QUE NO PRODUJO NINGUNA FILA EN LA VENTANA PROCESADA. HOY UN
      * DISPOSITIVO AUSENTE SIMPLEMENTE NO SE IMPRIME Y NADIE LO VE.
      * UN DISPOSITIVO REEMPLAZADO (RETIRO INFORMADO EN MAEDISP)
      * DEJA DE REPORTARSE CUANDO SE RETIRO AL PRINCIPIO DE LA
      * VENTANA O ANTES: SU UBICACION LA MONITOREA EL NUEVO. SI SE
      * RETIRO DENTRO DE LA VENTANA SIGUE SALIENDO (ESTUVO MUDO
      * MIENTRAS ESTABA EN SERVICIO), CON SU FECHA DE RETIRO.

           MOVE WS-PARM-FEC-DESDE   TO WS-SINLECT-FEC-INICIO.
           MOVE WS-PARM-HOR-DESDE   TO WS-SINLECT-HOR-INICIO.

           MOVE TIT016      TO REG-LISTADO.
           PERFORM 23000-WRITE-LISTADO.
           MOVE DETSINLECT-TOT       TO REG-LISTADO.
           PERFORM 23000-WRITE-LISTADO.

           MOVE WS-CANT-SIN-LECT-RETIR TO DETSINLECT-RET-CANT.
           MOVE DETSINLECT-RET       TO REG-LISTADO.
           PERFORM 23000-WRITE-LISTADO.

       30145-IMPRIMO-SIN-LECTURA.
      *-------------------------------

           SET IX-MAEDISP TO IX-LECTURA.

           EVALUATE TRUE
               WHEN NOT 88-TAB-SIN-LECTURA(IX-LECTURA)
                    CONTINUE
               WHEN TAB-MAEDISP-RETIRO(IX-MAEDISP) NOT = SPACES
                    AND TAB-MAEDISP-RETIRO(IX-MAEDISP)
                        NOT > WS-SINLECT-INICIO
                    ADD 1 TO WS-CANT-SIN-LECT-RETIR
               WHEN OTHER
                    ADD 1 TO WS-CANT-SIN-LECTURA
                    MOVE TAB-MAEDISP-KEY(IX-MAEDISP)
                                              TO DETSINLECT-COD
                    MOVE TAB-MAEDISP-DESCR(IX-MAEDISP)
                                              TO DETSINLECT-DESCR
                    IF TAB-MAEDISP-RETIRO(IX-MAEDISP) = SPACES
                       MOVE SPACES            TO DETSINLECT-LEYENDA
                    ELSE
                       MOVE 'RETIRADO EL:'    TO DETSINLECT-LEYENDA
                    END-IF
                    MOVE TAB-MAEDISP-FEC-RETIRO(IX-MAEDISP)
                                              TO DETSINLECT-FEC-RETIRO
                    MOVE TAB-MAEDISP-HOR-RETIRO(IX-MAEDISP)
                                              TO DETSINLECT-HOR-RETIRO
                    MOVE DETSINLECT TO REG-LISTADO
                    PERFORM 23000-WRITE-LISTADO
           END-EVALUATE.

       30150-SECCION-CORTES.
      *-------------------------------
           MOVE DETCALID2            TO REG-LISTADO.
           PERFORM 23000-WRITE-LISTADO.

       30165-SECCION-RELISTADOS.
      *--------------------------
      * SECCION DE LA PASADA SUPLEMENTARIA: CADA PEDIDO DE
      * RELISTADO LEIDO CON LO QUE PASO CON EL (CUBIERTO, PENDIENTE
      * PARA OTRA CORRIDA O DESCARTADO POR INVALIDO) Y LAS FILAS QUE
      * HOY TIENE LA TABLA EN CADA DIA RELISTADO.

           MOVE TIT022      TO REG-LISTADO.
           PERFORM 23000-WRITE-LISTADO.

           MOVE RELIS-01    TO REG-LISTADO.
           PERFORM 23000-WRITE-LISTADO.

           PERFORM 30166-IMPRIMO-RELISTADO
              VARYING IX-RELISTA FROM 1 BY 1
              UNTIL IX-RELISTA > WS-CANT-RELISTA.

           PERFORM 30167-IMPRIMO-DIA-REL
              VARYING IX-DIAREL FROM 1 BY 1
              UNTIL IX-DIAREL > WS-CANT-DIAREL.

           MOVE WS-CANT-REL-CUBIERTOS  TO DETRELIS-TOT-CUB.
           MOVE WS-CANT-REL-PENDIENTES TO DETRELIS-TOT-PEN.
           MOVE DETRELIS-TOT           TO REG-LISTADO.
           PERFORM 23000-WRITE-LISTADO.

       30166-IMPRIMO-RELISTADO.
      *-------------------------

           MOVE TAB-REL-REGISTRO(IX-RELISTA) TO REG-RELISTA.
           MOVE REL-FEC-DESDE           TO DETRELIS-FEC-DESDE.
           MOVE REL-FEC-HASTA           TO DETRELIS-FEC-HASTA.
           MOVE 0                       TO DETRELIS-CANT.
           IF REL-CANT-LECTURAS NUMERIC
              MOVE REL-CANT-LECTURAS    TO DETRELIS-CANT
           END-IF.
           MOVE REL-FEC-PEDIDO          TO DETRELIS-FEC-PEDIDO.
           MOVE REL-HOR-PEDIDO          TO DETRELIS-HOR-PEDIDO.

           EVALUATE TRUE
               WHEN 88-REL-CUBIERTO(IX-RELISTA)
                    MOVE 'CUBIERTO'     TO DETRELIS-ESTADO
                    ADD 1 TO WS-CANT-REL-CUBIERTOS
               WHEN 88-REL-INVALIDO(IX-RELISTA)
                    MOVE 'INVALIDO'     TO DETRELIS-ESTADO
               WHEN OTHER
                    MOVE 'PENDIENTE'    TO DETRELIS-ESTADO
                    ADD 1 TO WS-CANT-REL-PENDIENTES
           END-EVALUATE.

           MOVE DETRELIS                TO REG-LISTADO.
           PERFORM 23000-WRITE-LISTADO.

       30167-IMPRIMO-DIA-REL.
      *-----------------------

           MOVE TAB-DIAREL-FEC(IX-DIAREL)  TO DETRELDIA-FEC.
           MOVE TAB-DIAREL-CANT(IX-DIAREL) TO DETRELDIA-CANT.
           MOVE DETRELDIA                  TO REG-LISTADO.
           PERFORM 23000-WRITE-LISTADO.

       30500-REGRABO-RELISTA.
      *-----------------------
      * SACA DE RELISTA LOS PEDIDOS CUBIERTOS Y LOS INVALIDOS,
      * REGRABANDO EL ARCHIVO (SOBRESCRIBIENDO) SOLO CON LOS
      * PENDIENTES. SI LA PASADA NO CUADRO O TUVO UN ERROR DE SQL
      * NO SE TOCA: LOS PEDIDOS SIGUEN PENDIENTES (Y ESTEMP07 SIGUE
      * SIN PURGAR ESOS DIAS) HASTA UNA PASADA QUE TERMINE BIEN.
      * EL ERROR DE SQL DEJA 16 (COMO CUALQUIER ERROR DE BASE); LA
      * PASADA QUE SOLO NO CUADRO DEJA 8.

           EVALUATE TRUE
               WHEN 88-ERROR-SUPLEM-SI
                    DISPLAY 'PASADA SUPLEMENTARIA CON ERROR DE SQL:'
                    DISPLAY 'LOS PEDIDOS DE RELISTADO QUEDAN PENDIENTES'
                    MOVE 16 TO RETURN-CODE
               WHEN WS-DIF-CTRL-TOTALES NOT = 0
                    DISPLAY 'PASADA SUPLEMENTARIA SIN CUADRAR:'
                    DISPLAY 'LOS PEDIDOS DE RELISTADO QUEDAN PENDIENTES'
                    MOVE 8 TO RETURN-CODE
               WHEN OTHER
                    OPEN OUTPUT RELISTA
                    EVALUATE FS-RELISTA
                        WHEN '00'
                             PERFORM 30510-WRITE-RELISTA
                                VARYING IX-RELISTA FROM 1 BY 1
                                UNTIL IX-RELISTA > WS-CANT-RELISTA
                             CLOSE RELISTA
                        WHEN OTHER
                             DISPLAY 'ERROR OPEN RELISTA FS: '
                                     FS-RELISTA
                             MOVE 16 TO RETURN-CODE
                    END-EVALUATE
           END-EVALUATE.

       30510-WRITE-RELISTA.
      *---------------------

           IF 88-REL-PENDIENTE(IX-RELISTA)
              WRITE REG-RELISTA-FD FROM TAB-REL-REGISTRO(IX-RELISTA)
              EVALUATE FS-RELISTA
                  WHEN '00'
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR WRITE RELISTA FS: ' FS-RELISTA
                       MOVE 16 TO RETURN-CODE
              END-EVALUATE
           END-IF.

       30130-IMPRIMO-FABRICANTE.
      *-------------------------------
      * IMPRIME EL CORTE DE CONTROL POR FABRICANTE (CANTIDAD DE
           MOVE DETFABR                    TO REG-LISTADO.
           PERFORM 23000-WRITE-LISTADO.

       30900-GRABO-BITACORA.
      *----------------------
      * AGREGA ESTA CORRIDA A LA BITACORA DE CICLO CON SU RETORNO
      * FINAL. UN ERROR DE LA BITACORA SE AVISA PERO NO CAMBIA EL
      * RETORNO: EL PROCESO YA TERMINO.
      * LEIDOS = FILAS DE TREGTEMP DE LA VENTANA (CONTEO INICIAL),
      * GRABADOS = LINEAS DE DETALLE DEL LISTADO, RECHAZOS =
      * EXCEPCIONES GRABADAS.

           MOVE SPACES                  TO REG-BITACORA.
      * LA PASADA SUPLEMENTARIA Y EL RELISTADO DESDE EL RESGUARDO
      * SE ANOTAN CON SU PROPIO NOMBRE PARA NO TAPAR EL RESULTADO
      * DEL LISTADO DIARIO DEL CICLO, QUE ES EL QUE CONSULTAN LOS
      * PASOS SIGUIENTES (NI QUEDAR TAPADOS POR EL).
           EVALUATE TRUE
               WHEN 88-ORIGEN-SUPLEM
                    MOVE 'ESTEMP3S'     TO BIT-PROGRAMA
               WHEN 88-ORIGEN-ARCHIVO
                    MOVE 'ESTEMP3A'     TO BIT-PROGRAMA
               WHEN OTHER
                    MOVE 'ESTEMP03'     TO BIT-PROGRAMA
           END-EVALUATE.
           MOVE WS-BIT-FEC-CICLO        TO BIT-FEC-CICLO.
           MOVE WS-PARM-FEC-DESDE       TO BIT-FEC-DESDE.
           MOVE WS-PARM-FEC-HASTA       TO BIT-FEC-HASTA.
           MOVE WS-BIT-FEC-INICIO       TO BIT-FEC-INICIO.
           MOVE WS-BIT-HOR-INICIO       TO BIT-HOR-INICIO.

           MOVE FUNCTION CURRENT-DATE   TO WS-BIT-AHORA.
           PERFORM 10011-ARMO-AHORA-ISO.
           MOVE WS-BIT-FECISO           TO BIT-FEC-FIN.
           MOVE WS-BIT-HORISO           TO BIT-HOR-FIN.

           MOVE WS-CANT-TREGTEMP-BD     TO BIT-CANT-LEIDOS.
           MOVE WS-CANT-DETALLE         TO BIT-CANT-GRABADOS.
           MOVE WS-GRABADOS-EXCEPCIO    TO BIT-CANT-RECHAZOS.
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
                    DISPLAY 'ERROR CLOSE EXCEPCIO FS: ' FS-EXCEPCIO
                    PERFORM 99000-ABORTO

           END-EVALUATE.

                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE EXTRACTO FS: ' FS-EXTRACTO
                    PERFORM 99000-ABORTO

           END-EVALUATE.

                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE ARCHIVO FS: ' FS-ARCHIVO
                    PERFORM 99000-ABORTO

           END-EVALUATE.

                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE ALERTAS FS: ' FS-ALERTAS
                    PERFORM 99000-ABORTO

           END-EVALUATE.

                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE ESCALADO FS: ' FS-ESCALADO
                    PERFORM 99000-ABORTO

           END-EVALUATE.

                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE MAEDISP FS: ' FS-MAEDISP
                    PERFORM 99000-ABORTO

           END-EVALUATE.
                                                                    
                    CONTINUE                                        
               WHEN OTHER                                           
                    DISPLAY 'ERROR CLOSE LISTADO FS: ' FS-LISTADO   
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
