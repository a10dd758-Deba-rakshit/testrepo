       01  CMMENUI.
           02  FILLER PIC X(12).
           02  CMCUSTL    COMP  PIC  S9(4).
           02  CMCUSTF    PICTURE X.
           02  FILLER REDEFINES CMCUSTF.
             03 CMCUSTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMCUSTI  PIC X(5).
           02  CMNAMEL    COMP  PIC  S9(4).
           02  CMNAMEF    PICTURE X.
           02  FILLER REDEFINES CMNAMEF.
             03 CMNAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMNAMEI  PIC X(17).
           02  CMOCCUPL    COMP  PIC  S9(4).
           02  CMOCCUPF    PICTURE X.
           02  FILLER REDEFINES CMOCCUPF.
             03 CMOCCUPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMOCCUPI  PIC X(30).
           02  CMBALL    COMP  PIC  S9(4).
           02  CMBALF    PICTURE X.
           02  FILLER REDEFINES CMBALF.
             03 CMBALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMBALI  PIC X(12).
           02  CMNBALL    COMP  PIC  S9(4).
           02  CMNBALF    PICTURE X.
           02  FILLER REDEFINES CMNBALF.
             03 CMNBALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMNBALI  PIC X(9).
           02  CMORDYL    COMP  PIC  S9(4).
           02  CMORDYF    PICTURE X.
           02  FILLER REDEFINES CMORDYF.
             03 CMORDYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMORDYI  PIC X(8).
           02  CMPAGEL    COMP  PIC  S9(4).
           02  CMPAGEF    PICTURE X.
           02  FILLER REDEFINES CMPAGEF.
             03 CMPAGEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMPAGEI  PIC X(8).
           02  CMPL1L    COMP  PIC  S9(4).
           02  CMPL1F    PICTURE X.
           02  FILLER REDEFINES CMPL1F.
             03 CMPL1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMPL1I  PIC X(64).
           02  CMPL2L    COMP  PIC  S9(4).
           02  CMPL2F    PICTURE X.
           02  FILLER REDEFINES CMPL2F.
             03 CMPL2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMPL2I  PIC X(64).
           02  CMPL3L    COMP  PIC  S9(4).
           02  CMPL3F    PICTURE X.
           02  FILLER REDEFINES CMPL3F.
             03 CMPL3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMPL3I  PIC X(64).
           02  CMPL4L    COMP  PIC  S9(4).
           02  CMPL4F    PICTURE X.
           02  FILLER REDEFINES CMPL4F.
             03 CMPL4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMPL4I  PIC X(64).
           02  CMPL5L    COMP  PIC  S9(4).
           02  CMPL5F    PICTURE X.
           02  FILLER REDEFINES CMPL5F.
             03 CMPL5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMPL5I  PIC X(64).
           02  CMPL6L    COMP  PIC  S9(4).
           02  CMPL6F    PICTURE X.
           02  FILLER REDEFINES CMPL6F.
             03 CMPL6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMPL6I  PIC X(64).
           02  CMPL7L    COMP  PIC  S9(4).
           02  CMPL7F    PICTURE X.
           02  FILLER REDEFINES CMPL7F.
             03 CMPL7A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMPL7I  PIC X(64).
           02  CMPL8L    COMP  PIC  S9(4).
           02  CMPL8F    PICTURE X.
           02  FILLER REDEFINES CMPL8F.
             03 CMPL8A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMPL8I  PIC X(64).
           02  MSGERRL    COMP  PIC  S9(4).
           02  MSGERRF    PICTURE X.
           02  FILLER REDEFINES MSGERRF.
             03 MSGERRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGERRI  PIC X(50).
       01  CMMENUO REDEFINES CMMENUI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CMCUSTC    PICTURE X.
           02  CMCUSTH    PICTURE X.
           02  CMCUSTO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  CMNAMEC    PICTURE X.
           02  CMNAMEH    PICTURE X.
           02  CMNAMEO  PIC X(17).
           02  FILLER PICTURE X(3).
           02  CMOCCUPC    PICTURE X.
           02  CMOCCUPH    PICTURE X.
           02  CMOCCUPO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  CMBALC    PICTURE X.
           02  CMBALH    PICTURE X.
           02  CMBALO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  CMNBALC    PICTURE X.
           02  CMNBALH    PICTURE X.
           02  CMNBALO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  CMORDYC    PICTURE X.
           02  CMORDYH    PICTURE X.
           02  CMORDYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CMPAGEC    PICTURE X.
           02  CMPAGEH    PICTURE X.
           02  CMPAGEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CMPL1C    PICTURE X.
           02  CMPL1H    PICTURE X.
           02  CMPL1O  PIC X(64).
           02  FILLER PICTURE X(3).
           02  CMPL2C    PICTURE X.
           02  CMPL2H    PICTURE X.
           02  CMPL2O  PIC X(64).
           02  FILLER PICTURE X(3).
           02  CMPL3C    PICTURE X.
           02  CMPL3H    PICTURE X.
           02  CMPL3O  PIC X(64).
           02  FILLER PICTURE X(3).
           02  CMPL4C    PICTURE X.
           02  CMPL4H    PICTURE X.
           02  CMPL4O  PIC X(64).
           02  FILLER PICTURE X(3).
           02  CMPL5C    PICTURE X.
           02  CMPL5H    PICTURE X.
           02  CMPL5O  PIC X(64).
           02  FILLER PICTURE X(3).
           02  CMPL6C    PICTURE X.
           02  CMPL6H    PICTURE X.
           02  CMPL6O  PIC X(64).
           02  FILLER PICTURE X(3).
           02  CMPL7C    PICTURE X.
           02  CMPL7H    PICTURE X.
           02  CMPL7O  PIC X(64).
           02  FILLER PICTURE X(3).
           02  CMPL8C    PICTURE X.
           02  CMPL8H    PICTURE X.
           02  CMPL8O  PIC X(64).
           02  FILLER PICTURE X(3).
           02  MSGERRC    PICTURE X.
           02  MSGERRH    PICTURE X.
           02  MSGERRO  PIC X(50).
