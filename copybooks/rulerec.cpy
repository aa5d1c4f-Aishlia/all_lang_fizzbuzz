      *> RULE-DIVISOR stays the entry's key for maintenance
      *> matching whatever the type - non-divisor rules carry a
      *> unique identifying number there.
      *> RULE-PRIORITY and RULE-COMBINE settle what happens when
      *> more than one rule matches a number.  Rules are taken in
      *> ascending RULE-PRIORITY (ties keep file order) and
      *> RULE-COMBINE says how a matching rule's label is used:
      *>   'A' (or space, on records written before combine modes
      *>       existed) = append - the labels of every matching
      *>       append rule are concatenated in priority order;
      *>   'X' = exclusive - the label replaces everything else
      *>       that matched (e.g. a promotional band replacing
      *>       Fizz/Buzz inside its range); where several
      *>       exclusive rules match, the lowest priority number
      *>       wins;
      *>   'F' = fallback only - fires only when no append or
      *>       exclusive rule matched the number.
      *> A space or non-numeric priority reads as zero, so a
      *> master with no priorities set classifies exactly as it
      *> always did.
       01 RULE-REC.
           05 RULE-DIVISOR          PIC 9(4).
           05 RULE-LABEL            PIC X(10).
           05 RULE-TYPE             PIC X(1).
           05 RULE-OPERAND-1        PIC 9(9).
           05 RULE-OPERAND-2        PIC 9(9).
           05 RULE-PRIORITY         PIC 9(3).
           05 RULE-COMBINE          PIC X(1).
