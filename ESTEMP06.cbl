                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-INFORME.

           SELECT OPTIONAL BITACORA ASSIGN     TO BITACORA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-BITACORA.

       DATA DIVISION.
      *-------------

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
       77  WS-SQLCODE                    PIC S9(4) VALUE ZEROES.
           88 DB2-OK                               VALUE +0.
           88 DB2-NOTFND                           VALUE +100.

       77  FS-BITACORA                   PIC X(02) VALUE ' '.
           88 88-FS-BITACORA-OK                    VALUE '00'.
           88 88-FS-BITACORA-EOF                   VALUE '10'.

       77  WS-OPEN-CUR-DISPOS            PIC X     VALUE 'N'.
           88 88-FS-CUR-DISPOS-SI                  VALUE 'S'.
           88 88-FS-CUR-DISPOS-NO                  VALUE 'N'.
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


           PERFORM 30000-FINALIZO.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10010-INICIO-BITACORA.

           PERFORM 10100-ABRO-INFORME.

           PERFORM 10300-ABRO-MAEDISP.

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

       10100-ABRO-INFORME.
      *-------------------


               WHEN OTHER
                    DISPLAY 'ERROR OPEN INFORME FS: ' FS-INFORME
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10300-ABRO-MAEDISP.

               WHEN OTHER
                    DISPLAY 'ERROR OPEN MAEDISP FS: ' FS-MAEDISP
                    PERFORM 99000-ABORTO
           END-EVALUATE.

           PERFORM 10350-CARGO-TABLA-MAEDISP.

           PERFORM 31000-CIERRO-ARCHIVOS.

       30900-GRABO-BITACORA.
      *----------------------
      * AGREGA ESTA CORRIDA A LA BITACORA DE CICLO CON SU RETORNO
      * FINAL. UN ERROR DE LA BITACORA SE AVISA PERO NO CAMBIA EL
      * RETORNO: EL PROCESO YA TERMINO.
      * LEIDOS = DISPOSITIVOS DE MAEDISP, GRABADOS NO APLICA,
      * RECHAZOS = HUERFANOS DE FABRICANTE, ESTADO Y DISPOSITIVO.

           MOVE SPACES                  TO REG-BITACORA.
           MOVE 'ESTEMP06'              TO BIT-PROGRAMA.
           MOVE WS-BIT-FEC-CICLO        TO BIT-FEC-CICLO.
           MOVE SPACES                  TO BIT-FEC-DESDE.
           MOVE SPACES                  TO BIT-FEC-HASTA.
           MOVE WS-BIT-FEC-INICIO       TO BIT-FEC-INICIO.
           MOVE WS-BIT-HOR-INICIO       TO BIT-HOR-INICIO.

           MOVE FUNCTION CURRENT-DATE   TO WS-BIT-AHORA.
           PERFORM 10011-ARMO-AHORA-ISO.
           MOVE WS-BIT-FECISO           TO BIT-FEC-FIN.
           MOVE WS-BIT-HORISO           TO BIT-HOR-FIN.

           MOVE WS-CANT-MAEDISP         TO BIT-CANT-LEIDOS.
           MOVE ZEROES                  TO BIT-CANT-GRABADOS.
           COMPUTE BIT-CANT-RECHAZOS = WS-CANT-FABR-HUERF
                                     + WS-CANT-EST-HUERF
                                     + WS-CANT-DISP-HUERF.
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

                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE MAEDISP FS: ' FS-MAEDISP
                    PERFORM 99000-ABORTO

           END-EVALUATE.

                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE INFORME FS: ' FS-INFORME
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
