       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzbuzz-gencomp.
      *> Rules-generation comparison report.  fizzbuzz-maint keeps
      *> every generation it writes (data/rules-gen-<NNNN>.dat);
      *> this program loads any two of them and lists, rule by
      *> rule, what changed between them - rules ADDED, rules
      *> CHANGED (old and new label, type, operands, precedence
      *> and effective dates side by side) and rules RETIRED.
      *> A rule is its divisor, the key fizzbuzz-maint maintains
      *> it by; its state in a generation is its newest version
      *> there (highest EFF-FROM), and it is live when that
      *> version is active and open-ended.  Closed-out prior
      *> versions are history and are not listed on their own.
      *> Both generations must pass the same header/trailer
      *> checks fizzbuzz-maint applies before it trusts one - a
      *> damaged generation is reported, not compared.
      *> Arguments: from-generation [to-generation], the second
      *> defaulting to the current generation on
      *> data/rulesgen.dat.  Use it to see what a maintenance run
      *> did, or what a rollback (fizzbuzz-maint action 'R') to
      *> an earlier generation would put back.
      *> Return code 04 when any rule differs, 08 bad arguments,
      *> 16 a generation missing or incomplete.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-GEN-PTR ASSIGN TO "data/rulesgen.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RGP-FS.
           SELECT RULES-GEN-FILE ASSIGN DYNAMIC WS-GEN-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-FS.
       DATA DIVISION.
       FILE SECTION.
       FD RULES-GEN-PTR.
           COPY RULEGENPTR.
       FD RULES-GEN-FILE.
           COPY RULEGENREC.

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.
       01 WS-VALID-OK                  PIC X(1) VALUE "Y".
       01 WS-ARG-NUM                   PIC 9(2) VALUE ZERO.
       01 WS-ARG1                      PIC X(9) VALUE SPACES.
       01 WS-ARG2                      PIC X(9) VALUE SPACES.

       01 WS-RGP-FS                    PIC XX.
       01 WS-GEN-FS                    PIC XX.

      *> ---- generation load and header/trailer checks -------------
      *> as 2060-TRY-LOAD-GENERATION in fizzbuzz-maint
       01 WS-FROM-VERSION              PIC 9(4) VALUE ZERO.
       01 WS-TO-VERSION                PIC 9(4) VALUE ZERO.
       01 WS-TRY-VERSION               PIC 9(4) VALUE ZERO.
       01 WS-GEN-FOUND                 PIC X(1) VALUE "N".
       01 WS-GEN-HDR-SEEN              PIC X(1) VALUE "N".
       01 WS-GEN-TRL-SEEN              PIC X(1) VALUE "N".
       01 WS-GEN-HDR-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-GEN-TRL-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-GEN-DETAIL-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-GEN-HDR-TIMESTAMP         PIC X(19) VALUE SPACES.
       01 WS-GEN-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-VERSION-DIGITS            PIC 9(4) VALUE ZERO.
       01 WS-FROM-TIMESTAMP            PIC X(19) VALUE SPACES.
       01 WS-TO-TIMESTAMP              PIC X(19) VALUE SPACES.
       01 WS-OPEN-END-DATE             PIC 9(8) VALUE 99999999.

      *> the generation being read, then copied whole into the
      *> FROM or TO table - all three share one shape, the
      *> fizzbuzz-maint master table
       01 WS-LOAD-TABLE.
           05 WS-LOAD-COUNT            PIC 9(3) VALUE ZERO.
           05 WS-LOAD-ENTRY OCCURS 100 TIMES.
               10 WS-LOAD-DIVISOR      PIC 9(4).
               10 WS-LOAD-LABEL        PIC X(10).
               10 WS-LOAD-ACTIVE       PIC X(1).
               10 WS-LOAD-EFF-FROM     PIC 9(8).
               10 WS-LOAD-EFF-TO       PIC 9(8).
               10 WS-LOAD-TYPE         PIC X(1).
               10 WS-LOAD-OPRND-1      PIC 9(9).
               10 WS-LOAD-OPRND-2      PIC 9(9).
               10 WS-LOAD-PRIORITY     PIC 9(3).
               10 WS-LOAD-COMBINE      PIC X(1).
       01 WS-FROM-TABLE.
           05 WS-FROM-COUNT            PIC 9(3) VALUE ZERO.
           05 WS-FROM-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-FROM-IDX.
               10 WS-FROM-DIVISOR      PIC 9(4).
               10 WS-FROM-LABEL        PIC X(10).
               10 WS-FROM-ACTIVE       PIC X(1).
               10 WS-FROM-EFF-FROM     PIC 9(8).
               10 WS-FROM-EFF-TO       PIC 9(8).
               10 WS-FROM-TYPE         PIC X(1).
               10 WS-FROM-OPRND-1      PIC 9(9).
               10 WS-FROM-OPRND-2      PIC 9(9).
               10 WS-FROM-PRIORITY     PIC 9(3).
               10 WS-FROM-COMBINE      PIC X(1).
       01 WS-TO-TABLE.
           05 WS-TO-COUNT              PIC 9(3) VALUE ZERO.
           05 WS-TO-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-TO-IDX.
               10 WS-TO-DIVISOR        PIC 9(4).
               10 WS-TO-LABEL          PIC X(10).
               10 WS-TO-ACTIVE         PIC X(1).
               10 WS-TO-EFF-FROM       PIC 9(8).
               10 WS-TO-EFF-TO         PIC 9(8).
               10 WS-TO-TYPE           PIC X(1).
               10 WS-TO-OPRND-1        PIC 9(9).
               10 WS-TO-OPRND-2        PIC 9(9).
               10 WS-TO-PRIORITY       PIC 9(3).
               10 WS-TO-COMBINE        PIC X(1).

      *> ---- the rule being compared ---------------------------------
       01 WS-CMP-DIVISOR               PIC 9(4) VALUE ZERO.
       01 WS-SEEN-BEFORE               PIC X(1) VALUE "N".
       01 WS-SCAN-IDX                  PIC 9(3) VALUE ZERO.
      *> newest version of the rule in each generation, zero when
      *> the generation does not hold the rule at all
       01 WS-FROM-AT                   PIC 9(3) VALUE ZERO.
       01 WS-TO-AT                     PIC 9(3) VALUE ZERO.
       01 WS-FROM-LIVE                 PIC X(1) VALUE "N".
       01 WS-TO-LIVE                   PIC X(1) VALUE "N".
       01 WS-CMP-VERDICT               PIC X(9) VALUE SPACES.

       01 WS-ADDED-COUNT               PIC 9(3) VALUE ZERO.
       01 WS-CHANGED-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-RETIRED-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-SAME-COUNT                PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       fizzbuzz-gencomp-main SECTION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WS-VALID-OK = "N"
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FROM-VERSION TO WS-TRY-VERSION
           PERFORM 2000-LOAD-GENERATION
           IF WS-GEN-FOUND = "Y"
               MOVE WS-LOAD-TABLE TO WS-FROM-TABLE
               MOVE WS-GEN-HDR-TIMESTAMP TO WS-FROM-TIMESTAMP
               MOVE WS-TO-VERSION TO WS-TRY-VERSION
               PERFORM 2000-LOAD-GENERATION
               MOVE WS-LOAD-TABLE TO WS-TO-TABLE
               MOVE WS-GEN-HDR-TIMESTAMP TO WS-TO-TIMESTAMP
           END-IF
           IF WS-GEN-FOUND = "N"
               MOVE 16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "FIZZBUZZ-GENCOMP: RULES GENERATION "
               WS-FROM-VERSION " (" WS-FROM-TIMESTAMP ")"
           DISPLAY "               VS RULES GENERATION "
               WS-TO-VERSION " (" WS-TO-TIMESTAMP ")"
           DISPLAY "                  LABEL      T OPERAND-1"
               " OPERAND-2 PRI C EFF-FROM EFF-TO   A"
           PERFORM 3000-COMPARE-FROM-RULES
           PERFORM 3500-COMPARE-TO-ONLY-RULES
           PERFORM 6000-WRITE-SUMMARY
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
           MOVE 2 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG2 FROM ARGUMENT-VALUE
           IF WS-ARG1 = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-ARG1) NOT = ZERO
               MOVE "N" TO WS-VALID-OK
           ELSE
               COMPUTE WS-FROM-VERSION = FUNCTION NUMVAL(WS-ARG1)
           END-IF
           IF WS-VALID-OK = "Y"
               IF WS-ARG2 = SPACES
                   PERFORM 1100-READ-GEN-POINTER
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-ARG2) NOT = ZERO
                       MOVE "N" TO WS-VALID-OK
                   ELSE
                       COMPUTE WS-TO-VERSION =
                           FUNCTION NUMVAL(WS-ARG2)
                   END-IF
               END-IF
           END-IF
           IF WS-VALID-OK = "N"
               DISPLAY "FIZZBUZZ-GENCOMP: USAGE - fizzbuzz-gencomp"
                   " from-generation [to-generation]"
               MOVE 08 TO WS-RETURN-CODE
           ELSE
               IF WS-FROM-VERSION = ZERO OR WS-TO-VERSION = ZERO
                   DISPLAY "FIZZBUZZ-GENCOMP: GENERATION NUMBERS"
                       " START AT 0001 - " WS-FROM-VERSION " AND "
                       WS-TO-VERSION " GIVEN"
                   MOVE "N" TO WS-VALID-OK
                   MOVE 08 TO WS-RETURN-CODE
               END-IF
           END-IF.

       1100-READ-GEN-POINTER.
           MOVE ZERO TO WS-TO-VERSION
           OPEN INPUT RULES-GEN-PTR
           IF WS-RGP-FS = "00"
               READ RULES-GEN-PTR
               IF WS-RGP-FS = "00"
                   MOVE RGP-CURRENT-GEN TO WS-TO-VERSION
               END-IF
               CLOSE RULES-GEN-PTR
           END-IF
           IF WS-TO-VERSION = ZERO
               DISPLAY "FIZZBUZZ-GENCOMP: NO CURRENT GENERATION ON"
                   " data/rulesgen.dat - GIVE BOTH GENERATIONS"
               MOVE "N" TO WS-VALID-OK
               MOVE 08 TO WS-RETURN-CODE
           END-IF.

       2000-LOAD-GENERATION.
      *> generation WS-TRY-VERSION into WS-LOAD-TABLE, trusted only
      *> with a header and a trailer whose counts both agree with
      *> the details read - and, here, only when every detail fit
      *> the table, since a partial list would show false
      *> retirements
           MOVE "N" TO WS-GEN-FOUND
           MOVE ZERO TO WS-LOAD-COUNT
           MOVE WS-TRY-VERSION TO WS-VERSION-DIGITS
           MOVE SPACES TO WS-GEN-FILENAME
           STRING "data/rules-gen-" DELIMITED BY SIZE
                   WS-VERSION-DIGITS DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-GEN-FILENAME
           MOVE "N" TO WS-GEN-HDR-SEEN
           MOVE "N" TO WS-GEN-TRL-SEEN
           MOVE ZERO TO WS-GEN-HDR-COUNT
           MOVE ZERO TO WS-GEN-TRL-COUNT
           MOVE ZERO TO WS-GEN-DETAIL-COUNT
           MOVE SPACES TO WS-GEN-HDR-TIMESTAMP
           OPEN INPUT RULES-GEN-FILE
           IF WS-GEN-FS NOT = "00"
               DISPLAY "FIZZBUZZ-GENCOMP: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-GEN-FILENAME) " - STATUS "
                   WS-GEN-FS
           ELSE
               PERFORM UNTIL WS-GEN-FS = "10"
                   READ RULES-GEN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 2100-TAKE-GEN-RECORD
                   END-READ
               END-PERFORM
               CLOSE RULES-GEN-FILE
               IF WS-GEN-HDR-SEEN = "Y"
                       AND WS-GEN-TRL-SEEN = "Y"
                       AND WS-GEN-HDR-COUNT = WS-GEN-DETAIL-COUNT
                       AND WS-GEN-TRL-COUNT = WS-GEN-DETAIL-COUNT
                       AND WS-GEN-DETAIL-COUNT = WS-LOAD-COUNT
                   MOVE "Y" TO WS-GEN-FOUND
               ELSE
                   DISPLAY "FIZZBUZZ-GENCOMP: GENERATION "
                       FUNCTION TRIM(WS-GEN-FILENAME)
                       " INCOMPLETE OR OVER 100 RULES - NOT"
                       " COMPARED"
               END-IF
           END-IF.

       2100-TAKE-GEN-RECORD.
           EVALUATE RG-REC-TYPE
               WHEN "H"
                   MOVE "Y" TO WS-GEN-HDR-SEEN
                   MOVE RG-HDR-RULE-COUNT TO WS-GEN-HDR-COUNT
                   MOVE RG-HDR-TIMESTAMP TO WS-GEN-HDR-TIMESTAMP
               WHEN "D"
                   ADD 1 TO WS-GEN-DETAIL-COUNT
                   IF WS-LOAD-COUNT < 100
                       ADD 1 TO WS-LOAD-COUNT
                       PERFORM 2200-TAKE-GEN-DETAIL
                   END-IF
               WHEN "T"
                   MOVE "Y" TO WS-GEN-TRL-SEEN
                   MOVE RG-TRL-RULE-COUNT TO WS-GEN-TRL-COUNT
           END-EVALUATE.

       2200-TAKE-GEN-DETAIL.
      *> same normalization fizzbuzz-maint gives a loaded entry -
      *> a generation written before rule types or precedence
      *> existed compares equal to its rewritten successor
           MOVE RG-RULE-DIVISOR TO WS-LOAD-DIVISOR(WS-LOAD-COUNT)
           MOVE RG-RULE-LABEL TO WS-LOAD-LABEL(WS-LOAD-COUNT)
           MOVE RG-RULE-ACTIVE TO WS-LOAD-ACTIVE(WS-LOAD-COUNT)
           MOVE RG-RULE-EFF-FROM TO WS-LOAD-EFF-FROM(WS-LOAD-COUNT)
           MOVE RG-RULE-EFF-TO TO WS-LOAD-EFF-TO(WS-LOAD-COUNT)
           MOVE RG-RULE-TYPE TO WS-LOAD-TYPE(WS-LOAD-COUNT)
           IF WS-LOAD-TYPE(WS-LOAD-COUNT) = SPACE
               MOVE "D" TO WS-LOAD-TYPE(WS-LOAD-COUNT)
           END-IF
           IF RG-RULE-OPRND-1 IS NUMERIC
               MOVE RG-RULE-OPRND-1 TO WS-LOAD-OPRND-1(WS-LOAD-COUNT)
           ELSE
               MOVE ZERO TO WS-LOAD-OPRND-1(WS-LOAD-COUNT)
           END-IF
           IF RG-RULE-OPRND-2 IS NUMERIC
               MOVE RG-RULE-OPRND-2 TO WS-LOAD-OPRND-2(WS-LOAD-COUNT)
           ELSE
               MOVE ZERO TO WS-LOAD-OPRND-2(WS-LOAD-COUNT)
           END-IF
           IF RG-RULE-PRIORITY IS NUMERIC
               MOVE RG-RULE-PRIORITY TO
                   WS-LOAD-PRIORITY(WS-LOAD-COUNT)
           ELSE
               MOVE ZERO TO WS-LOAD-PRIORITY(WS-LOAD-COUNT)
           END-IF
           MOVE RG-RULE-COMBINE TO WS-LOAD-COMBINE(WS-LOAD-COUNT)
           IF WS-LOAD-COMBINE(WS-LOAD-COUNT) = SPACE
               MOVE "A" TO WS-LOAD-COMBINE(WS-LOAD-COUNT)
           END-IF.

       3000-COMPARE-FROM-RULES.
      *> every rule the FROM generation holds, once each
           PERFORM VARYING WS-FROM-IDX FROM 1 BY 1
                   UNTIL WS-FROM-IDX > WS-FROM-COUNT
               MOVE WS-FROM-DIVISOR(WS-FROM-IDX) TO WS-CMP-DIVISOR
               MOVE "N" TO WS-SEEN-BEFORE
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX >= WS-FROM-IDX
                   IF WS-FROM-DIVISOR(WS-SCAN-IDX) = WS-CMP-DIVISOR
                       MOVE "Y" TO WS-SEEN-BEFORE
                   END-IF
               END-PERFORM
               IF WS-SEEN-BEFORE = "N"
                   PERFORM 4000-COMPARE-ONE-RULE
               END-IF
           END-PERFORM.

       3500-COMPARE-TO-ONLY-RULES.
      *> ... then every rule only the TO generation holds
           PERFORM VARYING WS-TO-IDX FROM 1 BY 1
                   UNTIL WS-TO-IDX > WS-TO-COUNT
               MOVE WS-TO-DIVISOR(WS-TO-IDX) TO WS-CMP-DIVISOR
               MOVE "N" TO WS-SEEN-BEFORE
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX >= WS-TO-IDX
                   IF WS-TO-DIVISOR(WS-SCAN-IDX) = WS-CMP-DIVISOR
                       MOVE "Y" TO WS-SEEN-BEFORE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-FROM-COUNT
                   IF WS-FROM-DIVISOR(WS-SCAN-IDX) = WS-CMP-DIVISOR
                       MOVE "Y" TO WS-SEEN-BEFORE
                   END-IF
               END-PERFORM
               IF WS-SEEN-BEFORE = "N"
                   PERFORM 4000-COMPARE-ONE-RULE
               END-IF
           END-PERFORM.

       4000-COMPARE-ONE-RULE.
           PERFORM 4100-FIND-NEWEST-VERSIONS
           MOVE SPACES TO WS-CMP-VERDICT
           EVALUATE TRUE
               WHEN WS-FROM-LIVE = "N" AND WS-TO-LIVE = "Y"
                   MOVE "ADDED" TO WS-CMP-VERDICT
                   ADD 1 TO WS-ADDED-COUNT
               WHEN WS-FROM-LIVE = "Y" AND WS-TO-LIVE = "N"
                   MOVE "RETIRED" TO WS-CMP-VERDICT
                   ADD 1 TO WS-RETIRED-COUNT
               WHEN WS-FROM-LIVE = "Y" AND WS-TO-LIVE = "Y"
                   IF WS-FROM-ENTRY(WS-FROM-AT) =
                           WS-TO-ENTRY(WS-TO-AT)
                       ADD 1 TO WS-SAME-COUNT
                   ELSE
                       MOVE "CHANGED" TO WS-CMP-VERDICT
                       ADD 1 TO WS-CHANGED-COUNT
                   END-IF
               WHEN OTHER
      *> retired in both - nothing in force moved
                   ADD 1 TO WS-SAME-COUNT
           END-EVALUATE
           IF WS-CMP-VERDICT NOT = SPACES
               DISPLAY "  " WS-CMP-VERDICT " RULE " WS-CMP-DIVISOR
               IF WS-FROM-AT > ZERO
                   DISPLAY "        OLD: "
                       WS-FROM-LABEL(WS-FROM-AT) " "
                       WS-FROM-TYPE(WS-FROM-AT) " "
                       WS-FROM-OPRND-1(WS-FROM-AT) " "
                       WS-FROM-OPRND-2(WS-FROM-AT) " "
                       WS-FROM-PRIORITY(WS-FROM-AT) " "
                       WS-FROM-COMBINE(WS-FROM-AT) " "
                       WS-FROM-EFF-FROM(WS-FROM-AT) " "
                       WS-FROM-EFF-TO(WS-FROM-AT) " "
                       WS-FROM-ACTIVE(WS-FROM-AT)
               END-IF
               IF WS-TO-AT > ZERO
                   DISPLAY "        NEW: "
                       WS-TO-LABEL(WS-TO-AT) " "
                       WS-TO-TYPE(WS-TO-AT) " "
                       WS-TO-OPRND-1(WS-TO-AT) " "
                       WS-TO-OPRND-2(WS-TO-AT) " "
                       WS-TO-PRIORITY(WS-TO-AT) " "
                       WS-TO-COMBINE(WS-TO-AT) " "
                       WS-TO-EFF-FROM(WS-TO-AT) " "
                       WS-TO-EFF-TO(WS-TO-AT) " "
                       WS-TO-ACTIVE(WS-TO-AT)
               END-IF
           END-IF.

       4100-FIND-NEWEST-VERSIONS.
      *> the newest version of WS-CMP-DIVISOR in each generation -
      *> highest EFF-FROM, the later entry on a tie (a same-day
      *> change appends its successor after the entry it closes)
           MOVE ZERO TO WS-FROM-AT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-FROM-COUNT
               IF WS-FROM-DIVISOR(WS-SCAN-IDX) = WS-CMP-DIVISOR
                   IF WS-FROM-AT = ZERO
                       MOVE WS-SCAN-IDX TO WS-FROM-AT
                   ELSE
                       IF WS-FROM-EFF-FROM(WS-SCAN-IDX) >=
                               WS-FROM-EFF-FROM(WS-FROM-AT)
                           MOVE WS-SCAN-IDX TO WS-FROM-AT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-TO-AT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-TO-COUNT
               IF WS-TO-DIVISOR(WS-SCAN-IDX) = WS-CMP-DIVISOR
                   IF WS-TO-AT = ZERO
                       MOVE WS-SCAN-IDX TO WS-TO-AT
                   ELSE
                       IF WS-TO-EFF-FROM(WS-SCAN-IDX) >=
                               WS-TO-EFF-FROM(WS-TO-AT)
                           MOVE WS-SCAN-IDX TO WS-TO-AT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO WS-FROM-LIVE
           IF WS-FROM-AT > ZERO
               IF WS-FROM-ACTIVE(WS-FROM-AT) = "Y"
                       AND WS-FROM-EFF-TO(WS-FROM-AT) =
                           WS-OPEN-END-DATE
                   MOVE "Y" TO WS-FROM-LIVE
               END-IF
           END-IF
           MOVE "N" TO WS-TO-LIVE
           IF WS-TO-AT > ZERO
               IF WS-TO-ACTIVE(WS-TO-AT) = "Y"
                       AND WS-TO-EFF-TO(WS-TO-AT) = WS-OPEN-END-DATE
                   MOVE "Y" TO WS-TO-LIVE
               END-IF
           END-IF.

       6000-WRITE-SUMMARY.
           DISPLAY "FIZZBUZZ-GENCOMP: GENERATION " WS-FROM-VERSION
               " TO " WS-TO-VERSION
           DISPLAY "  RULES ADDED  . . . . . . " WS-ADDED-COUNT
           DISPLAY "  RULES CHANGED  . . . . . " WS-CHANGED-COUNT
           DISPLAY "  RULES RETIRED  . . . . . " WS-RETIRED-COUNT
           DISPLAY "  RULES UNCHANGED  . . . . " WS-SAME-COUNT
           IF WS-ADDED-COUNT + WS-CHANGED-COUNT + WS-RETIRED-COUNT
                   = ZERO
               DISPLAY "FIZZBUZZ-GENCOMP: NO RULE DIFFERS"
           ELSE
               MOVE 04 TO WS-RETURN-CODE
           END-IF.
