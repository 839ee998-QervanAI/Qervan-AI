      ******************************************************************
      * HAND-DERIVED SYMBOLIC MAP FOR MAPSET NUZAPV, MAP NUZVM1        *
      * (bms/NUZAPV.bms). KEEP FIELD ORDER/LENGTHS IN SYNC WITH THE    *
      * DFHMDF ENTRIES THERE IF THE SCREEN LAYOUT EVER CHANGES.        *
      ******************************************************************
       01  NUZVM1I.
           02  FILLER            PIC X(12).
           02  ACTIONL           PIC S9(4) COMP.
           02  ACTIONF           PIC X.
           02  FILLER REDEFINES ACTIONF.
               03  ACTIONA       PIC X.
           02  ACTIONI           PIC X(1).
           02  CORRIDL           PIC S9(4) COMP.
           02  CORRIDF           PIC X.
           02  FILLER REDEFINES CORRIDF.
               03  CORRIDA       PIC X.
           02  CORRIDI           PIC X(16).
           02  CALLERL           PIC S9(4) COMP.
           02  CALLERF           PIC X.
           02  FILLER REDEFINES CALLERF.
               03  CALLERA       PIC X.
           02  CALLERI           PIC X(8).
           02  SUBUSRL           PIC S9(4) COMP.
           02  SUBUSRF           PIC X.
           02  FILLER REDEFINES SUBUSRF.
               03  SUBUSRA       PIC X.
           02  SUBUSRI           PIC X(8).
           02  RCVDTSL           PIC S9(4) COMP.
           02  RCVDTSF           PIC X.
           02  FILLER REDEFINES RCVDTSF.
               03  RCVDTSA       PIC X.
           02  RCVDTSI           PIC X(26).
           02  EFFDTL            PIC S9(4) COMP.
           02  EFFDTF            PIC X.
           02  FILLER REDEFINES EFFDTF.
               03  EFFDTA        PIC X.
           02  EFFDTI            PIC X(10).
           02  PRTYL             PIC S9(4) COMP.
           02  PRTYF             PIC X.
           02  FILLER REDEFINES PRTYF.
               03  PRTYA         PIC X.
           02  PRTYI             PIC X(1).
           02  ITEMSL            PIC S9(4) COMP.
           02  ITEMSF            PIC X.
           02  FILLER REDEFINES ITEMSF.
               03  ITEMSA        PIC X.
           02  ITEMSI            PIC X(20).
           02  MOVINFL           PIC S9(4) COMP.
           02  MOVINFF           PIC X.
           02  FILLER REDEFINES MOVINFF.
               03  MOVINFA       PIC X.
           02  MOVINFI           PIC X(50).
           02  STATEL            PIC S9(4) COMP.
           02  STATEF            PIC X.
           02  FILLER REDEFINES STATEF.
               03  STATEA        PIC X.
           02  STATEI            PIC X(58).
           02  REASONL           PIC S9(4) COMP.
           02  REASONF           PIC X.
           02  FILLER REDEFINES REASONF.
               03  REASONA       PIC X.
           02  REASONI           PIC X(60).
           02  LISTHDL           PIC S9(4) COMP.
           02  LISTHDF           PIC X.
           02  FILLER REDEFINES LISTHDF.
               03  LISTHDA       PIC X.
           02  LISTHDI           PIC X(76).
           02  LIST1L            PIC S9(4) COMP.
           02  LIST1F            PIC X.
           02  FILLER REDEFINES LIST1F.
               03  LIST1A        PIC X.
           02  LIST1I            PIC X(76).
           02  LIST2L            PIC S9(4) COMP.
           02  LIST2F            PIC X.
           02  FILLER REDEFINES LIST2F.
               03  LIST2A        PIC X.
           02  LIST2I            PIC X(76).
           02  LIST3L            PIC S9(4) COMP.
           02  LIST3F            PIC X.
           02  FILLER REDEFINES LIST3F.
               03  LIST3A        PIC X.
           02  LIST3I            PIC X(76).
           02  LIST4L            PIC S9(4) COMP.
           02  LIST4F            PIC X.
           02  FILLER REDEFINES LIST4F.
               03  LIST4A        PIC X.
           02  LIST4I            PIC X(76).
           02  LIST5L            PIC S9(4) COMP.
           02  LIST5F            PIC X.
           02  FILLER REDEFINES LIST5F.
               03  LIST5A        PIC X.
           02  LIST5I            PIC X(76).
           02  LIST6L            PIC S9(4) COMP.
           02  LIST6F            PIC X.
           02  FILLER REDEFINES LIST6F.
               03  LIST6A        PIC X.
           02  LIST6I            PIC X(76).
           02  MSGL              PIC S9(4) COMP.
           02  MSGF              PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA          PIC X.
           02  MSGI              PIC X(78).
       01  NUZVM1O REDEFINES NUZVM1I.
           02  FILLER            PIC X(12).
           02  FILLER            PIC X(3).
           02  ACTIONO           PIC X(1).
           02  FILLER            PIC X(3).
           02  CORRIDO           PIC X(16).
           02  FILLER            PIC X(3).
           02  CALLERO           PIC X(8).
           02  FILLER            PIC X(3).
           02  SUBUSRO           PIC X(8).
           02  FILLER            PIC X(3).
           02  RCVDTSO           PIC X(26).
           02  FILLER            PIC X(3).
           02  EFFDTO            PIC X(10).
           02  FILLER            PIC X(3).
           02  PRTYO             PIC X(1).
           02  FILLER            PIC X(3).
           02  ITEMSO            PIC X(20).
           02  FILLER            PIC X(3).
           02  MOVINFO           PIC X(50).
           02  FILLER            PIC X(3).
           02  STATEO            PIC X(58).
           02  FILLER            PIC X(3).
           02  REASONO           PIC X(60).
           02  FILLER            PIC X(3).
           02  LISTHDO           PIC X(76).
           02  FILLER            PIC X(3).
           02  LIST1O            PIC X(76).
           02  FILLER            PIC X(3).
           02  LIST2O            PIC X(76).
           02  FILLER            PIC X(3).
           02  LIST3O            PIC X(76).
           02  FILLER            PIC X(3).
           02  LIST4O            PIC X(76).
           02  FILLER            PIC X(3).
           02  LIST5O            PIC X(76).
           02  FILLER            PIC X(3).
           02  LIST6O            PIC X(76).
           02  FILLER            PIC X(3).
           02  MSGO              PIC X(78).
