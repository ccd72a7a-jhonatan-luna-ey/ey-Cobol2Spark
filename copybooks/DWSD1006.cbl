      *        *****************************************
      *        DWSD1006 - MAPA SIMBOLICO DA TELA DE CONSULTA
      *                   DA DIMENSAO ESTIPULANTE (DWSDM15)
      *        *****************************************
      *
      *  MAPSET DWSDS15 / MAPA DWSDM15 - USADO PELO DWSD0615
      *  (TRANSACAO DW15). SUFIXOS: L = TAMANHO RECEBIDO, F = FLAG,
      *  A = ATRIBUTO, I = ENTRADA, O = SAIDA.
      *  (RESP: CMS  DATA 15/10/2026)
      *--------------------------------------------------------------
       01  DWSDM15I.
           02 FILLER                 PIC X(12).
           02 DATAHL           COMP  PIC S9(04).
           02 DATAHF                 PIC X(01).
           02 FILLER REDEFINES DATAHF.
              03 DATAHA              PIC X(01).
           02 DATAHI                 PIC X(10).
           02 CNPJBL           COMP  PIC S9(04).
           02 CNPJBF                 PIC X(01).
           02 FILLER REDEFINES CNPJBF.
              03 CNPJBA              PIC X(01).
           02 CNPJBI                 PIC X(08).
           02 CNPJFL           COMP  PIC S9(04).
           02 CNPJFF                 PIC X(01).
           02 FILLER REDEFINES CNPJFF.
              03 CNPJFA              PIC X(01).
           02 CNPJFI                 PIC X(04).
           02 CIAL             COMP  PIC S9(04).
           02 CIAF                   PIC X(01).
           02 FILLER REDEFINES CIAF.
              03 CIAA                PIC X(01).
           02 CIAI                   PIC X(03).
           02 APOLL            COMP  PIC S9(04).
           02 APOLF                  PIC X(01).
           02 FILLER REDEFINES APOLF.
              03 APOLA               PIC X(01).
           02 APOLI                  PIC X(07).
           02 NOMEL            COMP  PIC S9(04).
           02 NOMEF                  PIC X(01).
           02 FILLER REDEFINES NOMEF.
              03 NOMEA               PIC X(01).
           02 NOMEI                  PIC X(30).
           02 PAGINL           COMP  PIC S9(04).
           02 PAGINF                 PIC X(01).
           02 FILLER REDEFINES PAGINF.
              03 PAGINA              PIC X(01).
           02 PAGINI                 PIC X(03).
           02 OPCAOL           COMP  PIC S9(04).
           02 OPCAOF                 PIC X(01).
           02 FILLER REDEFINES OPCAOF.
              03 OPCAOA              PIC X(01).
           02 OPCAOI                 PIC X(01).
           02 LST1L            COMP  PIC S9(04).
           02 LST1F                  PIC X(01).
           02 FILLER REDEFINES LST1F.
              03 LST1A               PIC X(01).
           02 LST1I                  PIC X(77).
           02 LST2L            COMP  PIC S9(04).
           02 LST2F                  PIC X(01).
           02 FILLER REDEFINES LST2F.
              03 LST2A               PIC X(01).
           02 LST2I                  PIC X(77).
           02 LST3L            COMP  PIC S9(04).
           02 LST3F                  PIC X(01).
           02 FILLER REDEFINES LST3F.
              03 LST3A               PIC X(01).
           02 LST3I                  PIC X(77).
           02 LST4L            COMP  PIC S9(04).
           02 LST4F                  PIC X(01).
           02 FILLER REDEFINES LST4F.
              03 LST4A               PIC X(01).
           02 LST4I                  PIC X(77).
           02 LST5L            COMP  PIC S9(04).
           02 LST5F                  PIC X(01).
           02 FILLER REDEFINES LST5F.
              03 LST5A               PIC X(01).
           02 LST5I                  PIC X(77).
           02 DIDENL           COMP  PIC S9(04).
           02 DIDENF                 PIC X(01).
           02 FILLER REDEFINES DIDENF.
              03 DIDENA              PIC X(01).
           02 DIDENI                 PIC X(11).
           02 DCNPJL           COMP  PIC S9(04).
           02 DCNPJF                 PIC X(01).
           02 FILLER REDEFINES DCNPJF.
              03 DCNPJA              PIC X(01).
           02 DCNPJI                 PIC X(18).
           02 DATIVL           COMP  PIC S9(04).
           02 DATIVF                 PIC X(01).
           02 FILLER REDEFINES DATIVF.
              03 DATIVA              PIC X(01).
           02 DATIVI                 PIC X(04).
           02 DCARGL           COMP  PIC S9(04).
           02 DCARGF                 PIC X(01).
           02 FILLER REDEFINES DCARGF.
              03 DCARGA              PIC X(01).
           02 DCARGI                 PIC X(10).
           02 DNOMEL           COMP  PIC S9(04).
           02 DNOMEF                 PIC X(01).
           02 FILLER REDEFINES DNOMEF.
              03 DNOMEA              PIC X(01).
           02 DNOMEI                 PIC X(35).
           02 DSUBQL           COMP  PIC S9(04).
           02 DSUBQF                 PIC X(01).
           02 FILLER REDEFINES DSUBQF.
              03 DSUBQA              PIC X(01).
           02 DSUBQI                 PIC X(04).
           02 DSUBLL           COMP  PIC S9(04).
           02 DSUBLF                 PIC X(01).
           02 FILLER REDEFINES DSUBLF.
              03 DSUBLA              PIC X(01).
           02 DSUBLI                 PIC X(58).
           02 DMESTL           COMP  PIC S9(04).
           02 DMESTF                 PIC X(01).
           02 FILLER REDEFINES DMESTF.
              03 DMESTA              PIC X(01).
           02 DMESTI                 PIC X(09).
           02 DCONJL           COMP  PIC S9(04).
           02 DCONJF                 PIC X(01).
           02 FILLER REDEFINES DCONJF.
              03 DCONJA              PIC X(01).
           02 DCONJI                 PIC X(09).
           02 DGRPQL           COMP  PIC S9(04).
           02 DGRPQF                 PIC X(01).
           02 FILLER REDEFINES DGRPQF.
              03 DGRPQA              PIC X(01).
           02 DGRPQI                 PIC X(04).
           02 DGRPLL           COMP  PIC S9(04).
           02 DGRPLF                 PIC X(01).
           02 FILLER REDEFINES DGRPLF.
              03 DGRPLA              PIC X(01).
           02 DGRPLI                 PIC X(60).
           02 CENDL            COMP  PIC S9(04).
           02 CENDF                  PIC X(01).
           02 FILLER REDEFINES CENDF.
              03 CENDA               PIC X(01).
           02 CENDI                  PIC X(50).
           02 CCIDL            COMP  PIC S9(04).
           02 CCIDF                  PIC X(01).
           02 FILLER REDEFINES CCIDF.
              03 CCIDA               PIC X(01).
           02 CCIDI                  PIC X(20).
           02 CUFL             COMP  PIC S9(04).
           02 CUFF                   PIC X(01).
           02 FILLER REDEFINES CUFF.
              03 CUFA                PIC X(01).
           02 CUFI                   PIC X(02).
           02 CCEPL            COMP  PIC S9(04).
           02 CCEPF                  PIC X(01).
           02 FILLER REDEFINES CCEPF.
              03 CCEPA               PIC X(01).
           02 CCEPI                  PIC X(09).
           02 CFONEL           COMP  PIC S9(04).
           02 CFONEF                 PIC X(01).
           02 FILLER REDEFINES CFONEF.
              03 CFONEA              PIC X(01).
           02 CFONEI                 PIC X(20).
           02 CVIGL            COMP  PIC S9(04).
           02 CVIGF                  PIC X(01).
           02 FILLER REDEFINES CVIGF.
              03 CVIGA               PIC X(01).
           02 CVIGI                  PIC X(23).
           02 CMOTL            COMP  PIC S9(04).
           02 CMOTF                  PIC X(01).
           02 FILLER REDEFINES CMOTF.
              03 CMOTA               PIC X(01).
           02 CMOTI                  PIC X(02).
           02 CMAILL           COMP  PIC S9(04).
           02 CMAILF                 PIC X(01).
           02 FILLER REDEFINES CMAILF.
              03 CMAILA              PIC X(01).
           02 CMAILI                 PIC X(60).
           02 CSCORL           COMP  PIC S9(04).
           02 CSCORF                 PIC X(01).
           02 FILLER REDEFINES CSCORF.
              03 CSCORA              PIC X(01).
           02 CSCORI                 PIC X(03).
           02 CFLAGL           COMP  PIC S9(04).
           02 CFLAGF                 PIC X(01).
           02 FILLER REDEFINES CFLAGF.
              03 CFLAGA              PIC X(01).
           02 CFLAGI                 PIC X(30).
           02 MSGL             COMP  PIC S9(04).
           02 MSGF                   PIC X(01).
           02 FILLER REDEFINES MSGF.
              03 MSGA                PIC X(01).
           02 MSGI                   PIC X(77).
       01  DWSDM15O              REDEFINES    DWSDM15I.
           02 FILLER                 PIC X(12).
           02 FILLER                 PIC X(03).
           02 DATAHO                 PIC X(10).
           02 FILLER                 PIC X(03).
           02 CNPJBO                 PIC X(08).
           02 FILLER                 PIC X(03).
           02 CNPJFO                 PIC X(04).
           02 FILLER                 PIC X(03).
           02 CIAO                   PIC X(03).
           02 FILLER                 PIC X(03).
           02 APOLO                  PIC X(07).
           02 FILLER                 PIC X(03).
           02 NOMEO                  PIC X(30).
           02 FILLER                 PIC X(03).
           02 PAGINO                 PIC X(03).
           02 FILLER                 PIC X(03).
           02 OPCAOO                 PIC X(01).
           02 FILLER                 PIC X(03).
           02 LST1O                  PIC X(77).
           02 FILLER                 PIC X(03).
           02 LST2O                  PIC X(77).
           02 FILLER                 PIC X(03).
           02 LST3O                  PIC X(77).
           02 FILLER                 PIC X(03).
           02 LST4O                  PIC X(77).
           02 FILLER                 PIC X(03).
           02 LST5O                  PIC X(77).
           02 FILLER                 PIC X(03).
           02 DIDENO                 PIC X(11).
           02 FILLER                 PIC X(03).
           02 DCNPJO                 PIC X(18).
           02 FILLER                 PIC X(03).
           02 DATIVO                 PIC X(04).
           02 FILLER                 PIC X(03).
           02 DCARGO                 PIC X(10).
           02 FILLER                 PIC X(03).
           02 DNOMEO                 PIC X(35).
           02 FILLER                 PIC X(03).
           02 DSUBQO                 PIC X(04).
           02 FILLER                 PIC X(03).
           02 DSUBLO                 PIC X(58).
           02 FILLER                 PIC X(03).
           02 DMESTO                 PIC X(09).
           02 FILLER                 PIC X(03).
           02 DCONJO                 PIC X(09).
           02 FILLER                 PIC X(03).
           02 DGRPQO                 PIC X(04).
           02 FILLER                 PIC X(03).
           02 DGRPLO                 PIC X(60).
           02 FILLER                 PIC X(03).
           02 CENDO                  PIC X(50).
           02 FILLER                 PIC X(03).
           02 CCIDO                  PIC X(20).
           02 FILLER                 PIC X(03).
           02 CUFO                   PIC X(02).
           02 FILLER                 PIC X(03).
           02 CCEPO                  PIC X(09).
           02 FILLER                 PIC X(03).
           02 CFONEO                 PIC X(20).
           02 FILLER                 PIC X(03).
           02 CVIGO                  PIC X(23).
           02 FILLER                 PIC X(03).
           02 CMOTO                  PIC X(02).
           02 FILLER                 PIC X(03).
           02 CMAILO                 PIC X(60).
           02 FILLER                 PIC X(03).
           02 CSCORO                 PIC X(03).
           02 FILLER                 PIC X(03).
           02 CFLAGO                 PIC X(30).
           02 FILLER                 PIC X(03).
           02 MSGO                   PIC X(77).
