             03 EPINSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EPINSI  PIC X(9).
           02  EPINCL    COMP  PIC  S9(4).
           02  EPINCF    PICTURE X.
           02  FILLER REDEFINES EPINCF.
             03 EPINCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EPINCI  PIC X(9).
           02  EPDEBTL    COMP  PIC  S9(4).
           02  EPDEBTF    PICTURE X.
           02  FILLER REDEFINES EPDEBTF.
             03 EPDEBTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EPDEBTI  PIC X(9).
           02  EPORIGL    COMP  PIC  S9(4).
           02  EPORIGF    PICTURE X.
           02  FILLER REDEFINES EPORIGF.
             03 EPORIGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EPORIGI  PIC X(9).
           02  EPPTSL    COMP  PIC  S9(4).
           02  EPPTSF    PICTURE X.
           02  FILLER REDEFINES EPPTSF.
             03 EPPTSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EPPTSI  PIC X(4).
           02  EPPPFCL    COMP  PIC  S9(4).
           02  EPPPFCF    PICTURE X.
           02  FILLER REDEFINES EPPPFCF.
             03 EPPPFCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EPPPFCI  PIC X(9).
           02  EPDIFF1L    COMP  PIC  S9(4).
           02  EPDIFF1F    PICTURE X.
           02  FILLER REDEFINES EPDIFF1F.
             03 EPRATEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EPRATEI  PIC X(5).
           02  EPAPRL    COMP  PIC  S9(4).
           02  EPAPRF    PICTURE X.
           02  FILLER REDEFINES EPAPRF.
             03 EPAPRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EPAPRI  PIC X(6).
           02  EPDIFF2L    COMP  PIC  S9(4).
           02  EPDIFF2F    PICTURE X.
           02  FILLER REDEFINES EPDIFF2F.
             03 EPPAYMNTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EPPAYMNTI  PIC X(12).
           02  EPDTIL    COMP  PIC  S9(4).
           02  EPDTIF    PICTURE X.
           02  FILLER REDEFINES EPDTIF.
             03 EPDTIA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EPDTII  PIC X(50).
           02  MSGERRL    COMP  PIC  S9(4).
           02  MSGERRF    PICTURE X.
           02  FILLER REDEFINES MSGERRF.
           02  EPINSH    PICTURE X.
           02  EPINSO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  EPINCC    PICTURE X.
           02  EPINCH    PICTURE X.
           02  EPINCO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  EPDEBTC    PICTURE X.
           02  EPDEBTH    PICTURE X.
           02  EPDEBTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  EPORIGC    PICTURE X.
           02  EPORIGH    PICTURE X.
           02  EPORIGO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  EPPTSC    PICTURE X.
           02  EPPTSH    PICTURE X.
           02  EPPTSO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  EPPPFCC    PICTURE X.
           02  EPPPFCH    PICTURE X.
           02  EPPPFCO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  EPDIFF1C    PICTURE X.
           02  EPDIFF1H    PICTURE X.
           02  EPDIFF1O  PIC X(22).
           02  EPRATEH    PICTURE X.
           02  EPRATEO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  EPAPRC    PICTURE X.
           02  EPAPRH    PICTURE X.
           02  EPAPRO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  EPDIFF2C    PICTURE X.
           02  EPDIFF2H    PICTURE X.
           02  EPDIFF2O  PIC X(22).
           02  EPPAYMNTH    PICTURE X.
           02  EPPAYMNTO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  EPDTIC    PICTURE X.
           02  EPDTIH    PICTURE X.
           02  EPDTIO  PIC X(50).
           02  FILLER PICTURE X(3).
           02  MSGERRC    PICTURE X.
           02  MSGERRH    PICTURE X.
           02  MSGERRO  PIC X(50).
