      ******************************************************************
      * SYMBOLIC MAP FOR MAPSET SPC320M, MAP SPC320M.                  *
      * GENERATED FROM COPY/SPC320.BMS - SEE THAT MEMBER FOR THE       *
      * PHYSICAL MAP SOURCE.  DO NOT HAND-EDIT THE FIELD LAYOUT        *
      * WITHOUT REASSEMBLING THE MAP.                                  *
      ******************************************************************
       01  SPC320MI.
           02  FILLER            PIC X(12).
           02  DATEL     COMP    PIC S9(4).
           02  DATEF             PIC X.
           02  FILLER REDEFINES DATEF.
               03  DATEA         PIC X.
           02  DATEI             PIC X(08).
           02  TIMEL     COMP    PIC S9(4).
           02  TIMEF             PIC X.
           02  FILLER REDEFINES TIMEF.
               03  TIMEA         PIC X.
           02  TIMEI             PIC X(08).
           02  BANKL     COMP    PIC S9(4).
           02  BANKF             PIC X.
           02  FILLER REDEFINES BANKF.
               03  BANKA         PIC X.
           02  BANKI             PIC X(03).
           02  HHLDL     COMP    PIC S9(4).
           02  HHLDF             PIC X.
           02  FILLER REDEFINES HHLDF.
               03  HHLDA         PIC X.
           02  HHLDI             PIC X(09).
           02  ACTNL     COMP    PIC S9(4).
           02  ACTNF             PIC X.
           02  FILLER REDEFINES ACTNF.
               03  ACTNA         PIC X.
           02  ACTNI             PIC X(01).
           02  ACCTL     COMP    PIC S9(4).
           02  ACCTF             PIC X.
           02  FILLER REDEFINES ACCTF.
               03  ACCTA         PIC X.
           02  ACCTI             PIC X(09).
           02  MSGL      COMP    PIC S9(4).
           02  MSGF              PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA          PIC X.
           02  MSGI              PIC X(79).
           02  MEM01L    COMP    PIC S9(4).
           02  MEM01F            PIC X.
           02  FILLER REDEFINES MEM01F.
               03  MEM01A        PIC X.
           02  MEM01I            PIC X(79).
           02  MEM02L    COMP    PIC S9(4).
           02  MEM02F            PIC X.
           02  FILLER REDEFINES MEM02F.
               03  MEM02A        PIC X.
           02  MEM02I            PIC X(79).
           02  MEM03L    COMP    PIC S9(4).
           02  MEM03F            PIC X.
           02  FILLER REDEFINES MEM03F.
               03  MEM03A        PIC X.
           02  MEM03I            PIC X(79).
           02  MEM04L    COMP    PIC S9(4).
           02  MEM04F            PIC X.
           02  FILLER REDEFINES MEM04F.
               03  MEM04A        PIC X.
           02  MEM04I            PIC X(79).
           02  MEM05L    COMP    PIC S9(4).
           02  MEM05F            PIC X.
           02  FILLER REDEFINES MEM05F.
               03  MEM05A        PIC X.
           02  MEM05I            PIC X(79).
           02  MEM06L    COMP    PIC S9(4).
           02  MEM06F            PIC X.
           02  FILLER REDEFINES MEM06F.
               03  MEM06A        PIC X.
           02  MEM06I            PIC X(79).
           02  MEM07L    COMP    PIC S9(4).
           02  MEM07F            PIC X.
           02  FILLER REDEFINES MEM07F.
               03  MEM07A        PIC X.
           02  MEM07I            PIC X(79).
           02  MEM08L    COMP    PIC S9(4).
           02  MEM08F            PIC X.
           02  FILLER REDEFINES MEM08F.
               03  MEM08A        PIC X.
           02  MEM08I            PIC X(79).
           02  MEM09L    COMP    PIC S9(4).
           02  MEM09F            PIC X.
           02  FILLER REDEFINES MEM09F.
               03  MEM09A        PIC X.
           02  MEM09I            PIC X(79).
           02  MEM10L    COMP    PIC S9(4).
           02  MEM10F            PIC X.
           02  FILLER REDEFINES MEM10F.
               03  MEM10A        PIC X.
           02  MEM10I            PIC X(79).
           02  MEM11L    COMP    PIC S9(4).
           02  MEM11F            PIC X.
           02  FILLER REDEFINES MEM11F.
               03  MEM11A        PIC X.
           02  MEM11I            PIC X(79).
           02  MEM12L    COMP    PIC S9(4).
           02  MEM12F            PIC X.
           02  FILLER REDEFINES MEM12F.
               03  MEM12A        PIC X.
           02  MEM12I            PIC X(79).
           02  STATL     COMP    PIC S9(4).
           02  STATF             PIC X.
           02  FILLER REDEFINES STATF.
               03  STATA         PIC X.
           02  STATI             PIC X(79).

       01  SPC320MO REDEFINES SPC320MI.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(03).
           02  DATEO             PIC X(08).
           02  FILLER            PIC X(03).
           02  TIMEO             PIC X(08).
           02  FILLER            PIC X(03).
           02  BANKO             PIC X(03).
           02  FILLER            PIC X(03).
           02  HHLDO             PIC X(09).
           02  FILLER            PIC X(03).
           02  ACTNO             PIC X(01).
           02  FILLER            PIC X(03).
           02  ACCTO             PIC X(09).
           02  FILLER            PIC X(03).
           02  MSGO              PIC X(79).
           02  FILLER            PIC X(03).
           02  MEM01O            PIC X(79).
           02  FILLER            PIC X(03).
           02  MEM02O            PIC X(79).
           02  FILLER            PIC X(03).
           02  MEM03O            PIC X(79).
           02  FILLER            PIC X(03).
           02  MEM04O            PIC X(79).
           02  FILLER            PIC X(03).
           02  MEM05O            PIC X(79).
           02  FILLER            PIC X(03).
           02  MEM06O            PIC X(79).
           02  FILLER            PIC X(03).
           02  MEM07O            PIC X(79).
           02  FILLER            PIC X(03).
           02  MEM08O            PIC X(79).
           02  FILLER            PIC X(03).
           02  MEM09O            PIC X(79).
           02  FILLER            PIC X(03).
           02  MEM10O            PIC X(79).
           02  FILLER            PIC X(03).
           02  MEM11O            PIC X(79).
           02  FILLER            PIC X(03).
           02  MEM12O            PIC X(79).
           02  FILLER            PIC X(03).
           02  STATO             PIC X(79).
