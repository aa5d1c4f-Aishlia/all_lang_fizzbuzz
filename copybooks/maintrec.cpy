      *> Maintenance transaction record processed by fizzbuzz-maint
      *> against the divisor/label rules master file.
      *> MT-ACTION: 'A' = add, 'C' = change, 'D' = deactivate,
      *> 'R' = roll back - republish the whole content of an
      *> earlier generation, whose number is carried in
      *> MT-OPERAND-1, as a new generation (the other fields are
      *> not used).
      *> MT-RULE-TYPE and the operands mirror RULE-TYPE /
      *> RULE-OPERAND-1/2 in rulerec.cpy - a transaction keyed
      *> before rule types existed reads back space-filled and is
      *> applied as a divisibility rule.
      *> MT-PRIORITY and MT-COMBINE mirror RULE-PRIORITY /
      *> RULE-COMBINE - left blank they give priority zero,
      *> append, the behaviour every rule had before them.
       01 MAINT-TRANS-REC.
           05 MT-ACTION             PIC X(1).
           05 MT-DIVISOR            PIC 9(4).
           05 MT-RULE-TYPE          PIC X(1).
           05 MT-OPERAND-1          PIC 9(9).
           05 MT-OPERAND-2          PIC 9(9).
           05 MT-PRIORITY           PIC 9(3).
           05 MT-COMBINE            PIC X(1).
