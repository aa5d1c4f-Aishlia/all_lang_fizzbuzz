      *> as RULE-REC in rulerec.cpy - a detail written before
      *> rule types existed reads back with the trailing fields
      *> space-filled and is treated as a divisibility rule.
      *> Likewise the priority and combine mode (see rulerec.cpy)
      *> read back space-filled on older details and are treated
      *> as priority zero, append.
       01 RULE-GEN-REC.
           05 RG-REC-TYPE           PIC X(1).
           05 RG-HEADER-DATA.
               10 RG-HDR-VERSION    PIC 9(4).
               10 RG-HDR-TIMESTAMP  PIC X(19).
               10 RG-HDR-RULE-COUNT PIC 9(3).
               10 FILLER            PIC X(28).
           05 RG-DETAIL-DATA REDEFINES RG-HEADER-DATA.
               10 RG-RULE-DIVISOR   PIC 9(4).
               10 RG-RULE-LABEL     PIC X(10).
               10 RG-RULE-TYPE      PIC X(1).
               10 RG-RULE-OPRND-1   PIC 9(9).
               10 RG-RULE-OPRND-2   PIC 9(9).
               10 RG-RULE-PRIORITY  PIC 9(3).
               10 RG-RULE-COMBINE   PIC X(1).
           05 RG-TRAILER-DATA REDEFINES RG-HEADER-DATA.
               10 RG-TRL-VERSION    PIC 9(4).
               10 RG-TRL-RULE-COUNT PIC 9(3).
               10 FILLER            PIC X(47).
