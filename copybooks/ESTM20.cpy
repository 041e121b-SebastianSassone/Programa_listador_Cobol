      ******************************************************************
      *AUTHOR.        SEBASTIAN SASSONE.
      *DATE-WRITTEN.  14/10/2026.
      *----------------------------------------------------------------
      *MAPA SIMBOLICO DEL MAPSET ESTM20 (FUENTE ESTM20.BMS), USADO
      *POR LA TRANSACCION DE CONSULTA ESTEMP20. CADA CAMPO DEL MAPA
      *TIENE LARGO (L), ATRIBUTO (F/A) Y DATO DE ENTRADA (I); LA
      *VISTA DE SALIDA (O) REDEFINE LA DE ENTRADA. SI SE CAMBIA UN
      *CAMPO EN ESTM20.BMS HAY QUE CAMBIARLO TAMBIEN ACA, EN EL MISMO
      *ORDEN Y CON EL MISMO LARGO.
      *ESTM20A: CONSULTA DEL DISPOSITIVO.
      *ESTM20B: ULTIMAS LECTURAS, 15 LINEAS (LIND) POR PAGINA.
      *----------------------------------------------------------------
      * FECHA     INIC. DESCRIPCION
      * --------- ----- ------------------------------------------------
      * 14/10/2026 SAS  ALTA INICIAL DEL COPY.
      ******************************************************************
       01  ESTM20AI.
           03 FILLER                      PIC X(12).
           03 FECHAL                      PIC S9(04) COMP.
           03 FECHAF                      PIC X(01).
           03 FILLER REDEFINES FECHAF.
              05 FECHAA                   PIC X(01).
           03 FECHAI                      PIC X(10).
           03 HORAL                       PIC S9(04) COMP.
           03 HORAF                       PIC X(01).
           03 FILLER REDEFINES HORAF.
              05 HORAA                    PIC X(01).
           03 HORAI                       PIC X(08).
           03 CODDISL                     PIC S9(04) COMP.
           03 CODDISF                     PIC X(01).
           03 FILLER REDEFINES CODDISF.
              05 CODDISA                  PIC X(01).
           03 CODDISI                     PIC X(05).
           03 DESCRL                      PIC S9(04) COMP.
           03 DESCRF                      PIC X(01).
           03 FILLER REDEFINES DESCRF.
              05 DESCRA                   PIC X(01).
           03 DESCRI                      PIC X(30).
           03 CODESTL                     PIC S9(04) COMP.
           03 CODESTF                     PIC X(01).
           03 FILLER REDEFINES CODESTF.
              05 CODESTA                  PIC X(01).
           03 CODESTI                     PIC X(03).
           03 ESTDESL                     PIC S9(04) COMP.
           03 ESTDESF                     PIC X(01).
           03 FILLER REDEFINES ESTDESF.
              05 ESTDESA                  PIC X(01).
           03 ESTDESI                     PIC X(30).
           03 CODFABL                     PIC S9(04) COMP.
           03 CODFABF                     PIC X(01).
           03 FILLER REDEFINES CODFABF.
              05 CODFABA                  PIC X(01).
           03 CODFABI                     PIC X(05).
           03 FABNOML                     PIC S9(04) COMP.
           03 FABNOMF                     PIC X(01).
           03 FILLER REDEFINES FABNOMF.
              05 FABNOMA                  PIC X(01).
           03 FABNOMI                     PIC X(30).
           03 PROPIEL                     PIC S9(04) COMP.
           03 PROPIEF                     PIC X(01).
           03 FILLER REDEFINES PROPIEF.
              05 PROPIEA                  PIC X(01).
           03 PROPIEI                     PIC X(05).
           03 RETIROL                     PIC S9(04) COMP.
           03 RETIROF                     PIC X(01).
           03 FILLER REDEFINES RETIROF.
              05 RETIROA                  PIC X(01).
           03 RETIROI                     PIC X(19).
           03 REEMPLL                     PIC S9(04) COMP.
           03 REEMPLF                     PIC X(01).
           03 FILLER REDEFINES REEMPLF.
              05 REEMPLA                  PIC X(01).
           03 REEMPLI                     PIC X(05).
           03 ULTFECL                     PIC S9(04) COMP.
           03 ULTFECF                     PIC X(01).
           03 FILLER REDEFINES ULTFECF.
              05 ULTFECA                  PIC X(01).
           03 ULTFECI                     PIC X(10).
           03 ULTHORL                     PIC S9(04) COMP.
           03 ULTHORF                     PIC X(01).
           03 FILLER REDEFINES ULTHORF.
              05 ULTHORA                  PIC X(01).
           03 ULTHORI                     PIC X(08).
           03 ULTESTL                     PIC S9(04) COMP.
           03 ULTESTF                     PIC X(01).
           03 FILLER REDEFINES ULTESTF.
              05 ULTESTA                  PIC X(01).
           03 ULTESTI                     PIC X(03).
           03 ULTTMPL                     PIC S9(04) COMP.
           03 ULTTMPF                     PIC X(01).
           03 FILLER REDEFINES ULTTMPF.
              05 ULTTMPA                  PIC X(01).
           03 ULTTMPI                     PIC X(09).
           03 ULTHUML                     PIC S9(04) COMP.
           03 ULTHUMF                     PIC X(01).
           03 FILLER REDEFINES ULTHUMF.
              05 ULTHUMA                  PIC X(01).
           03 ULTHUMI                     PIC X(06).
           03 LATITL                      PIC S9(04) COMP.
           03 LATITF                      PIC X(01).
           03 FILLER REDEFINES LATITF.
              05 LATITA                   PIC X(01).
           03 LATITI                      PIC X(16).
           03 LONGITL                     PIC S9(04) COMP.
           03 LONGITF                     PIC X(01).
           03 FILLER REDEFINES LONGITF.
              05 LONGITA                  PIC X(01).
           03 LONGITI                     PIC X(16).
           03 UMTMINL                     PIC S9(04) COMP.
           03 UMTMINF                     PIC X(01).
           03 FILLER REDEFINES UMTMINF.
              05 UMTMINA                  PIC X(01).
           03 UMTMINI                     PIC X(09).
           03 UMTMAXL                     PIC S9(04) COMP.
           03 UMTMAXF                     PIC X(01).
           03 FILLER REDEFINES UMTMAXF.
              05 UMTMAXA                  PIC X(01).
           03 UMTMAXI                     PIC X(09).
           03 UMHMINL                     PIC S9(04) COMP.
           03 UMHMINF                     PIC X(01).
           03 FILLER REDEFINES UMHMINF.
              05 UMHMINA                  PIC X(01).
           03 UMHMINI                     PIC X(06).
           03 UMHMAXL                     PIC S9(04) COMP.
           03 UMHMAXF                     PIC X(01).
           03 FILLER REDEFINES UMHMAXF.
              05 UMHMAXA                  PIC X(01).
           03 UMHMAXI                     PIC X(06).
           03 UMDESDL                     PIC S9(04) COMP.
           03 UMDESDF                     PIC X(01).
           03 FILLER REDEFINES UMDESDF.
              05 UMDESDA                  PIC X(01).
           03 UMDESDI                     PIC X(19).
           03 UMHASTL                     PIC S9(04) COMP.
           03 UMHASTF                     PIC X(01).
           03 FILLER REDEFINES UMHASTF.
              05 UMHASTA                  PIC X(01).
           03 UMHASTI                     PIC X(19).
           03 ALFECL                      PIC S9(04) COMP.
           03 ALFECF                      PIC X(01).
           03 FILLER REDEFINES ALFECF.
              05 ALFECA                   PIC X(01).
           03 ALFECI                      PIC X(10).
           03 ALCANTL                     PIC S9(04) COMP.
           03 ALCANTF                     PIC X(01).
           03 FILLER REDEFINES ALCANTF.
              05 ALCANTA                  PIC X(01).
           03 ALCANTI                     PIC X(05).
           03 ALEXCL                      PIC S9(04) COMP.
           03 ALEXCF                      PIC X(01).
           03 FILLER REDEFINES ALEXCF.
              05 ALEXCA                   PIC X(01).
           03 ALEXCI                      PIC X(10).
           03 MSGL                        PIC S9(04) COMP.
           03 MSGF                        PIC X(01).
           03 FILLER REDEFINES MSGF.
              05 MSGA                     PIC X(01).
           03 MSGI                        PIC X(78).

       01  ESTM20AO REDEFINES ESTM20AI.
           03 FILLER                      PIC X(12).
           03 FILLER                      PIC X(03).
           03 FECHAO                      PIC X(10).
           03 FILLER                      PIC X(03).
           03 HORAO                       PIC X(08).
           03 FILLER                      PIC X(03).
           03 CODDISO                     PIC X(05).
           03 FILLER                      PIC X(03).
           03 DESCRO                      PIC X(30).
           03 FILLER                      PIC X(03).
           03 CODESTO                     PIC X(03).
           03 FILLER                      PIC X(03).
           03 ESTDESO                     PIC X(30).
           03 FILLER                      PIC X(03).
           03 CODFABO                     PIC X(05).
           03 FILLER                      PIC X(03).
           03 FABNOMO                     PIC X(30).
           03 FILLER                      PIC X(03).
           03 PROPIEO                     PIC X(05).
           03 FILLER                      PIC X(03).
           03 RETIROO                     PIC X(19).
           03 FILLER                      PIC X(03).
           03 REEMPLO                     PIC X(05).
           03 FILLER                      PIC X(03).
           03 ULTFECO                     PIC X(10).
           03 FILLER                      PIC X(03).
           03 ULTHORO                     PIC X(08).
           03 FILLER                      PIC X(03).
           03 ULTESTO                     PIC X(03).
           03 FILLER                      PIC X(03).
           03 ULTTMPO                     PIC X(09).
           03 FILLER                      PIC X(03).
           03 ULTHUMO                     PIC X(06).
           03 FILLER                      PIC X(03).
           03 LATITO                      PIC X(16).
           03 FILLER                      PIC X(03).
           03 LONGITO                     PIC X(16).
           03 FILLER                      PIC X(03).
           03 UMTMINO                     PIC X(09).
           03 FILLER                      PIC X(03).
           03 UMTMAXO                     PIC X(09).
           03 FILLER                      PIC X(03).
           03 UMHMINO                     PIC X(06).
           03 FILLER                      PIC X(03).
           03 UMHMAXO                     PIC X(06).
           03 FILLER                      PIC X(03).
           03 UMDESDO                     PIC X(19).
           03 FILLER                      PIC X(03).
           03 UMHASTO                     PIC X(19).
           03 FILLER                      PIC X(03).
           03 ALFECO                      PIC X(10).
           03 FILLER                      PIC X(03).
           03 ALCANTO                     PIC X(05).
           03 FILLER                      PIC X(03).
           03 ALEXCO                      PIC X(10).
           03 FILLER                      PIC X(03).
           03 MSGO                        PIC X(78).

       01  ESTM20BI.
           03 FILLER                      PIC X(12).
           03 FECHBL                      PIC S9(04) COMP.
           03 FECHBF                      PIC X(01).
           03 FILLER REDEFINES FECHBF.
              05 FECHBA                   PIC X(01).
           03 FECHBI                      PIC X(10).
           03 HORBL                       PIC S9(04) COMP.
           03 HORBF                       PIC X(01).
           03 FILLER REDEFINES HORBF.
              05 HORBA                    PIC X(01).
           03 HORBI                       PIC X(08).
           03 CODDSBL                     PIC S9(04) COMP.
           03 CODDSBF                     PIC X(01).
           03 FILLER REDEFINES CODDSBF.
              05 CODDSBA                  PIC X(01).
           03 CODDSBI                     PIC X(05).
           03 DESCRBL                     PIC S9(04) COMP.
           03 DESCRBF                     PIC X(01).
           03 FILLER REDEFINES DESCRBF.
              05 DESCRBA                  PIC X(01).
           03 DESCRBI                     PIC X(30).
           03 PAGL                        PIC S9(04) COMP.
           03 PAGF                        PIC X(01).
           03 FILLER REDEFINES PAGF.
              05 PAGA                     PIC X(01).
           03 PAGI                        PIC X(03).
           03 TOTPAGL                     PIC S9(04) COMP.
           03 TOTPAGF                     PIC X(01).
           03 FILLER REDEFINES TOTPAGF.
              05 TOTPAGA                  PIC X(01).
           03 TOTPAGI                     PIC X(03).
           03 LIND OCCURS 15 TIMES.
              05 LINL                     PIC S9(04) COMP.
              05 LINF                     PIC X(01).
              05 FILLER REDEFINES LINF.
                 07 LINA                  PIC X(01).
              05 LINI                     PIC X(79).
           03 MSGBL                       PIC S9(04) COMP.
           03 MSGBF                       PIC X(01).
           03 FILLER REDEFINES MSGBF.
              05 MSGBA                    PIC X(01).
           03 MSGBI                       PIC X(78).

       01  ESTM20BO REDEFINES ESTM20BI.
           03 FILLER                      PIC X(12).
           03 FILLER                      PIC X(03).
           03 FECHBO                      PIC X(10).
           03 FILLER                      PIC X(03).
           03 HORBO                       PIC X(08).
           03 FILLER                      PIC X(03).
           03 CODDSBO                     PIC X(05).
           03 FILLER                      PIC X(03).
           03 DESCRBO                     PIC X(30).
           03 FILLER                      PIC X(03).
           03 PAGO                        PIC X(03).
           03 FILLER                      PIC X(03).
           03 TOTPAGO                     PIC X(03).
           03 FILLER OCCURS 15 TIMES.
              05 FILLER                   PIC X(03).
              05 LINO                     PIC X(79).
           03 FILLER                      PIC X(03).
           03 MSGBO                       PIC X(78).
