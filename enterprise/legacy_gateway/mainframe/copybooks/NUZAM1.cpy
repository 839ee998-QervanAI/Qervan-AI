           02  FILLER REDEFINES CANFLGF.
               03  CANFLGA       PIC X.
           02  CANFLGI           PIC X(1).
           02  PSTFLGL           PIC S9(4) COMP.
           02  PSTFLGF           PIC X.
           02  FILLER REDEFINES PSTFLGF.
               03  PSTFLGA       PIC X.
           02  PSTFLGI           PIC X(1).
           02  PENDINFL          PIC S9(4) COMP.
           02  PENDINFF          PIC X.
           02  FILLER REDEFINES PENDINFF.
           02  FILLER            PIC X(3).
           02  CANFLGO           PIC X(1).
           02  FILLER            PIC X(3).
           02  PSTFLGO           PIC X(1).
           02  FILLER            PIC X(3).
           02  PENDINFO          PIC X(40).
           02  FILLER            PIC X(3).
           02  NFKINDO           PIC X(1).
