      ******************************************************************
      * SYMBOLIC MAP FOR MAPSET SPC310M, MAP SPC310M.                  *
      * GENERATED FROM COPY/SPC310.BMS - SEE THAT MEMBER FOR THE       *
      * PHYSICAL MAP SOURCE.  DO NOT HAND-EDIT THE FIELD LAYOUT        *
      * WITHOUT REASSEMBLING THE MAP.                                  *
      ******************************************************************
       01  SPC310MI.
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
           02  CHGSWL    COMP    PIC S9(4).
           02  CHGSWF            PIC X.
           02  FILLER REDEFINES CHGSWF.
               03  CHGSWA        PIC X.
           02  CHGSWI            PIC X(02).
           02  TRANCDL   COMP    PIC S9(4).
           02  TRANCDF           PIC X.
           02  FILLER REDEFINES TRANCDF.
               03  TRANCDA       PIC X.
           02  TRANCDI           PIC X(03).
           02  EFFFRL    COMP    PIC S9(4).
           02  EFFFRF            PIC X.
           02  FILLER REDEFINES EFFFRF.
               03  EFFFRA        PIC X.
           02  EFFFRI            PIC X(10).
           02  ACTNL     COMP    PIC S9(4).
           02  ACTNF             PIC X.
           02  FILLER REDEFINES ACTNF.
               03  ACTNA         PIC X.
           02  ACTNI             PIC X(01).
           02  MSGL      COMP    PIC S9(4).
           02  MSGF              PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA          PIC X.
           02  MSGI              PIC X(79).
           02  EFFTOL    COMP    PIC S9(4).
           02  EFFTOF            PIC X.
           02  FILLER REDEFINES EFFTOF.
               03  EFFTOA        PIC X.
           02  EFFTOI            PIC X(10).
           02  FEETYPL   COMP    PIC S9(4).
           02  FEETYPF           PIC X.
           02  FILLER REDEFINES FEETYPF.
               03  FEETYPA       PIC X.
           02  FEETYPI           PIC X(01).
           02  FEEAMTL   COMP    PIC S9(4).
           02  FEEAMTF           PIC X.
           02  FILLER REDEFINES FEEAMTF.
               03  FEEAMTA       PIC X.
           02  FEEAMTI           PIC X(12).
           02  BALBASL   COMP    PIC S9(4).
           02  BALBASF           PIC X.
           02  FILLER REDEFINES BALBASF.
               03  BALBASA       PIC X.
           02  BALBASI           PIC X(01).
           02  DESCL     COMP    PIC S9(4).
           02  DESCF             PIC X.
           02  FILLER REDEFINES DESCF.
               03  DESCA         PIC X.
           02  DESCI             PIC X(40).
           02  PER1L     COMP    PIC S9(4).
           02  PER1F             PIC X.
           02  FILLER REDEFINES PER1F.
               03  PER1A         PIC X.
           02  PER1I             PIC X(79).
           02  PER2L     COMP    PIC S9(4).
           02  PER2F             PIC X.
           02  FILLER REDEFINES PER2F.
               03  PER2A         PIC X.
           02  PER2I             PIC X(79).
           02  PER3L     COMP    PIC S9(4).
           02  PER3F             PIC X.
           02  FILLER REDEFINES PER3F.
               03  PER3A         PIC X.
           02  PER3I             PIC X(79).
           02  PER4L     COMP    PIC S9(4).
           02  PER4F             PIC X.
           02  FILLER REDEFINES PER4F.
               03  PER4A         PIC X.
           02  PER4I             PIC X(79).
           02  PER5L     COMP    PIC S9(4).
           02  PER5F             PIC X.
           02  FILLER REDEFINES PER5F.
               03  PER5A         PIC X.
           02  PER5I             PIC X(79).
           02  PER6L     COMP    PIC S9(4).
           02  PER6F             PIC X.
           02  FILLER REDEFINES PER6F.
               03  PER6A         PIC X.
           02  PER6I             PIC X(79).
           02  PENDL     COMP    PIC S9(4).
           02  PENDF             PIC X.
           02  FILLER REDEFINES PENDF.
               03  PENDA         PIC X.
           02  PENDI             PIC X(70).
           02  RJRSNL    COMP    PIC S9(4).
           02  RJRSNF            PIC X.
           02  FILLER REDEFINES RJRSNF.
               03  RJRSNA        PIC X.
           02  RJRSNI            PIC X(30).

       01  SPC310MO REDEFINES SPC310MI.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(03).
           02  DATEO             PIC X(08).
           02  FILLER            PIC X(03).
           02  TIMEO             PIC X(08).
           02  FILLER            PIC X(03).
           02  CHGSWO            PIC X(02).
           02  FILLER            PIC X(03).
           02  TRANCDO           PIC X(03).
           02  FILLER            PIC X(03).
           02  EFFFRO            PIC X(10).
           02  FILLER            PIC X(03).
           02  ACTNO             PIC X(01).
           02  FILLER            PIC X(03).
           02  MSGO              PIC X(79).
           02  FILLER            PIC X(03).
           02  EFFTOO            PIC X(10).
           02  FILLER            PIC X(03).
           02  FEETYPO           PIC X(01).
           02  FILLER            PIC X(03).
           02  FEEAMTO           PIC X(12).
           02  FILLER            PIC X(03).
           02  BALBASO           PIC X(01).
           02  FILLER            PIC X(03).
           02  DESCO             PIC X(40).
           02  FILLER            PIC X(03).
           02  PER1O             PIC X(79).
           02  FILLER            PIC X(03).
           02  PER2O             PIC X(79).
           02  FILLER            PIC X(03).
           02  PER3O             PIC X(79).
           02  FILLER            PIC X(03).
           02  PER4O             PIC X(79).
           02  FILLER            PIC X(03).
           02  PER5O             PIC X(79).
           02  FILLER            PIC X(03).
           02  PER6O             PIC X(79).
           02  FILLER            PIC X(03).
           02  PENDO             PIC X(70).
           02  FILLER            PIC X(03).
           02  RJRSNO            PIC X(30).
