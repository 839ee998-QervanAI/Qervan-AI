      ******************************************************************
      * HAND-DERIVED SYMBOLIC MAP FOR MAPSET NUZACT, MAP NUZHM1        *
      * (bms/NUZACT.bms). KEEP FIELD ORDER/LENGTHS IN SYNC WITH THE    *
      * DFHMDF ENTRIES THERE IF THE SCREEN LAYOUT EVER CHANGES.        *
      ******************************************************************
       01  NUZHM1I.
           02  FILLER            PIC X(12).
           02  BRANCHL           PIC S9(4) COMP.
           02  BRANCHF           PIC X.
           02  FILLER REDEFINES BRANCHF.
               03  BRANCHA       PIC X.
           02  BRANCHI           PIC X(4).
           02  ACCTNOL           PIC S9(4) COMP.
           02  ACCTNOF           PIC X.
           02  FILLER REDEFINES ACCTNOF.
               03  ACCTNOA       PIC X.
           02  ACCTNOI           PIC X(12).
           02  ACTIONL           PIC S9(4) COMP.
           02  ACTIONF           PIC X.
           02  FILLER REDEFINES ACTIONF.
               03  ACTIONA       PIC X.
           02  ACTIONI           PIC X(1).
           02  SELLNL            PIC S9(4) COMP.
           02  SELLNF            PIC X.
           02  FILLER REDEFINES SELLNF.
               03  SELLNA        PIC X.
           02  SELLNI            PIC X(1).
           02  STATUSL           PIC S9(4) COMP.
           02  STATUSF           PIC X.
           02  FILLER REDEFINES STATUSF.
               03  STATUSA       PIC X.
           02  STATUSI           PIC X(12).
           02  TYPEL             PIC S9(4) COMP.
           02  TYPEF             PIC X.
           02  FILLER REDEFINES TYPEF.
               03  TYPEA         PIC X.
           02  TYPEI             PIC X(2).
           02  CURBALL           PIC S9(4) COMP.
           02  CURBALF           PIC X.
           02  FILLER REDEFINES CURBALF.
               03  CURBALA       PIC X.
           02  CURBALI           PIC X(18).
           02  AVLBALL           PIC S9(4) COMP.
           02  AVLBALF           PIC X.
           02  FILLER REDEFINES AVLBALF.
               03  AVLBALA       PIC X.
           02  AVLBALI           PIC X(18).
           02  OPENDTL           PIC S9(4) COMP.
           02  OPENDTF           PIC X.
           02  FILLER REDEFINES OPENDTF.
               03  OPENDTA       PIC X.
           02  OPENDTI           PIC X(10).
           02  LASTDTL           PIC S9(4) COMP.
           02  LASTDTF           PIC X.
           02  FILLER REDEFINES LASTDTF.
               03  LASTDTA       PIC X.
           02  LASTDTI           PIC X(10).
           02  CHGHDL            PIC S9(4) COMP.
           02  CHGHDF            PIC X.
           02  FILLER REDEFINES CHGHDF.
               03  CHGHDA        PIC X.
           02  CHGHDI            PIC X(76).
           02  CHG1L             PIC S9(4) COMP.
           02  CHG1F             PIC X.
           02  FILLER REDEFINES CHG1F.
               03  CHG1A         PIC X.
           02  CHG1I             PIC X(76).
           02  CHG2L             PIC S9(4) COMP.
           02  CHG2F             PIC X.
           02  FILLER REDEFINES CHG2F.
               03  CHG2A         PIC X.
           02  CHG2I             PIC X(76).
           02  CHG3L             PIC S9(4) COMP.
           02  CHG3F             PIC X.
           02  FILLER REDEFINES CHG3F.
               03  CHG3A         PIC X.
           02  CHG3I             PIC X(76).
           02  CHG4L             PIC S9(4) COMP.
           02  CHG4F             PIC X.
           02  FILLER REDEFINES CHG4F.
               03  CHG4A         PIC X.
           02  CHG4I             PIC X(76).
           02  CHG5L             PIC S9(4) COMP.
           02  CHG5F             PIC X.
           02  FILLER REDEFINES CHG5F.
               03  CHG5A         PIC X.
           02  CHG5I             PIC X(76).
           02  CHG6L             PIC S9(4) COMP.
           02  CHG6F             PIC X.
           02  FILLER REDEFINES CHG6F.
               03  CHG6A         PIC X.
           02  CHG6I             PIC X(76).
           02  CHG7L             PIC S9(4) COMP.
           02  CHG7F             PIC X.
           02  FILLER REDEFINES CHG7F.
               03  CHG7A         PIC X.
           02  CHG7I             PIC X(76).
           02  CHG8L             PIC S9(4) COMP.
           02  CHG8F             PIC X.
           02  FILLER REDEFINES CHG8F.
               03  CHG8A         PIC X.
           02  CHG8I             PIC X(76).
           02  MSGL              PIC S9(4) COMP.
           02  MSGF              PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA          PIC X.
           02  MSGI              PIC X(78).
       01  NUZHM1O REDEFINES NUZHM1I.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(3).
           02  BRANCHO           PIC X(4).
           02  FILLER            PIC X(3).
           02  ACCTNOO           PIC X(12).
           02  FILLER            PIC X(3).
           02  ACTIONO           PIC X(1).
           02  FILLER            PIC X(3).
           02  SELLNO            PIC X(1).
           02  FILLER            PIC X(3).
           02  STATUSO           PIC X(12).
           02  FILLER            PIC X(3).
           02  TYPEO             PIC X(2).
           02  FILLER            PIC X(3).
           02  CURBALO           PIC X(18).
           02  FILLER            PIC X(3).
           02  AVLBALO           PIC X(18).
           02  FILLER            PIC X(3).
           02  OPENDTO           PIC X(10).
           02  FILLER            PIC X(3).
           02  LASTDTO           PIC X(10).
           02  FILLER            PIC X(3).
           02  CHGHDO            PIC X(76).
           02  FILLER            PIC X(3).
           02  CHG1O             PIC X(76).
           02  FILLER            PIC X(3).
           02  CHG2O             PIC X(76).
           02  FILLER            PIC X(3).
           02  CHG3O             PIC X(76).
           02  FILLER            PIC X(3).
           02  CHG4O             PIC X(76).
           02  FILLER            PIC X(3).
           02  CHG5O             PIC X(76).
           02  FILLER            PIC X(3).
           02  CHG6O             PIC X(76).
           02  FILLER            PIC X(3).
           02  CHG7O             PIC X(76).
           02  FILLER            PIC X(3).
           02  CHG8O             PIC X(76).
           02  FILLER            PIC X(3).
           02  MSGO              PIC X(78).
