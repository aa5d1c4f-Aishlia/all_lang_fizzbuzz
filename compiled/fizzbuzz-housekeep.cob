       PROGRAM-ID. fizzbuzz-housekeep.
      *> Retention, archival and purge housekeeping for the run
      *> output files every step leaves in data/.  Driven by the
      *> retention-policy file (see copybooks/retpolrec.cpy) and
      *> the output-generation catalog (data/gen-catalog.dat,
      *> see gencatrec.cpy) - every dated generation is
      *> cataloged with the business date it belongs to, which
      *> is its age:
      *>   - classify generations (step and consolidated), print
      *>     reports and verification exception files older than
      *>     their retention days are appended to the dated
      *>     archive file data/archive-<YYYYMMDD>.dat and
      *>     removed, with an index record in
      *>     data/archive-index.dat saying what went where;
      *>   - checkpoint generations are purged ONLY when the same
      *>     generation's control totals prove the range ran to
      *>     completion - a checkpoint a restart might still need
      *>     is never removed, whatever its age;
      *>   - extracts and their ready stamps are left for the
      *>     transmission side to retire;
      *>   - audit logs are never touched inside their retention
      *>     window, and are archived (never purged unread) once
      *>     they age out of it;
      *>   - every archive and purge is written to
      *>     data/housekeep.log so a file can be found again
      *>     when someone asks;
      *>   - control totals are deliberately never archived or
      *>     purged: one small record per generation, the
      *>     completion proof the checkpoint purge above depends
      *>     on, and what fizzbuzz-extract cross-checks the
      *>     consolidated copy against;
      *>   - the catalog is rewritten compacted, one entry per
      *>     file, with ARCHIVED/PURGED marked on what was swept.
      *> A step's audit log is not dated - its age is the date of
      *> its newest record.
      *> Arguments: [policy-file] [step-list], defaulting to
      *> data/retention-policy.dat and data/steps.dat.  The MAIN
      *> step is always swept in addition to the listed steps.
           SELECT HK-LOG ASSIGN TO "data/housekeep.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FS.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
           SELECT GEN-CATALOG ASSIGN TO "data/gen-catalog.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD POLICY-FILE.
       01 INDEX-REC                    PIC X(132).
       FD HK-LOG.
       01 HK-LOG-REC                   PIC X(132).
       FD BUSDATE-FILE.
           COPY BIZDTREC.
       FD GEN-CATALOG.
           COPY GENCATREC.

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.
       01 WS-ARCH-FS                   PIC XX.
       01 WS-IDX-FS                    PIC XX.
       01 WS-LOG-FS                    PIC XX.
       01 WS-BD-FS                     PIC XX.
       01 WS-CAT-FS                    PIC XX.

      *> ---- retention days per file class -------------------------
      *> 999 means "no policy record read" - with no stated
       01 WS-NEWEST-AUD-DATE           PIC 9(8) VALUE ZERO.
       01 WS-AUD-REC-DATE              PIC 9(8) VALUE ZERO.

      *> ---- output-generation catalog, newest entry per file ------
      *> loaded whole, swept, and written back compacted.  A
      *> catalog larger than the table is not swept at all - a
      *> partial rewrite would lose the entries left out.
       01 WS-CAT-TABLE.
           05 WS-CAT-COUNT             PIC 9(4) VALUE ZERO.
           05 WS-CAT-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-CAT-IDX.
               10 WS-CAT-REC           PIC X(136).
       01 WS-CAT-MAX                   PIC 9(4) VALUE 3000.
       01 WS-CAT-FOUND                 PIC 9(4) VALUE ZERO.
       01 WS-CAT-OVERFLOW              PIC X(1) VALUE "N".
       01 WS-CAT-OK                    PIC X(1) VALUE "N".
       01 WS-GEN-AGE-DAYS              PIC S9(7) VALUE ZERO.
       01 WS-FILE-ARCHIVED             PIC X(1) VALUE "N".
       01 WS-CAT-CHANGED               PIC 9(5) VALUE ZERO.

      *> ---- completion proof for checkpoint purge -----------------
       01 WS-RANGE-COMPLETE            PIC X(1) VALUE "N".
       01 WS-EXPECT-TOTAL              PIC 9(9) VALUE ZERO.
               OPEN OUTPUT INDEX-FILE
           END-IF
           PERFORM 3000-SWEEP-ALL-STEPS
           PERFORM 5000-LOAD-CATALOG
           IF WS-CAT-OK = "Y"
               PERFORM 5200-SWEEP-CATALOG
               PERFORM 5900-REWRITE-CATALOG
           END-IF
           CLOSE INDEX-FILE
           CLOSE HK-LOG
           DISPLAY "FIZZBUZZ-HOUSEKEEP: " WS-ARCHIVED-FILES
           ELSE
               MOVE WS-ARG2 TO WS-STEPS-PATH
           END-IF
           PERFORM 1050-READ-BUSINESS-DATE
           ACCEPT WS-CURR-TIME FROM TIME
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                   WS-CURR-DATE(7:2) " " WS-CURR-TIME(1:2) ":"
                   ".dat" DELIMITED BY SIZE
               INTO WS-ARCH-PATH.

       1050-READ-BUSINESS-DATE.
      *> the processing date is the business date on the control
      *> record rolled by fizzbuzz-eodroll (see
      *> copybooks/bizdtrec.cpy), not the machine clock - a run
      *> crossing midnight or a catch-up run works under the
      *> business date it belongs to.  With no control record on
      *> file the machine date is used, loudly.
           MOVE ZERO TO WS-CURR-DATE
           OPEN INPUT BUSDATE-FILE
           IF WS-BD-FS = "00"
               READ BUSDATE-FILE
               IF WS-BD-FS = "00" AND BD-CURR-DATE IS NUMERIC
                   MOVE BD-CURR-DATE TO WS-CURR-DATE
               END-IF
               CLOSE BUSDATE-FILE
           END-IF
           IF WS-CURR-DATE = ZERO
               ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
               DISPLAY "FIZZBUZZ-HOUSEKEEP: NO BUSINESS DATE ON"
                   " data/bizdate.dat - USING MACHINE DATE "
                   WS-CURR-DATE
           END-IF.

       2000-LOAD-POLICY.
           OPEN INPUT POLICY-FILE
           IF WS-POL-FS NOT = "00"
               END-PERFORM
               CLOSE POLICY-FILE
               MOVE "Y" TO WS-POLICY-OK
           END-IF.

       2100-APPLY-POLICY-RECORD.
           END-IF.

       3100-HOUSEKEEP-ONE-STEP.
      *> the dated generations are swept from the catalog
      *> (5200-SWEEP-CATALOG); per step only the undated audit
      *> log is left, aged by its newest record.  Audit logs stay
      *> untouched inside their retention window and are
      *> archived - never purged unread - once outside it.
           PERFORM 3200-RESOLVE-STEP-AGE
           IF WS-STEP-HAS-AGE = "Y"
                   AND WS-STEP-AGE-DAYS > WS-AUDIT-DAYS
               MOVE WS-AUD-FILENAME TO WS-SRC-PATH
               PERFORM 4000-ARCHIVE-ONE-FILE
           END-IF.

       3200-RESOLVE-STEP-AGE.
           END-IF.

       4000-ARCHIVE-ONE-FILE.
           MOVE "N" TO WS-FILE-ARCHIVED
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-FS NOT = "00"
      *> already archived by an earlier sweep, or the step never
                   MOVE 08 TO WS-RETURN-CODE
               END-IF
               ADD 1 TO WS-ARCHIVED-FILES
               MOVE "Y" TO WS-FILE-ARCHIVED
               PERFORM 4100-WRITE-INDEX-RECORD
               MOVE SPACES TO HK-LOG-REC
               STRING WS-TIMESTAMP DELIMITED BY SIZE
           WRITE INDEX-REC.

       4500-PURGE-CHECKPOINT.
      *> WS-CKPT-FILENAME names the cataloged generation; its
      *> completion proof is the same step and date's totals
           MOVE "N" TO WS-FILE-ARCHIVED
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-FS NOT = "00"
      *> no checkpoint on file - already purged by hand
               MOVE "Y" TO WS-FILE-ARCHIVED
           ELSE
               CLOSE CHECKPOINT-FILE
               PERFORM 4600-PROVE-RANGE-COMPLETE
                   DELETE FILE CHECKPOINT-FILE
                   IF WS-CKPT-FS = "00"
                       ADD 1 TO WS-PURGED-FILES
                       MOVE "Y" TO WS-FILE-ARCHIVED
                       MOVE SPACES TO HK-LOG-REC
                       STRING WS-TIMESTAMP DELIMITED BY SIZE
                               " PURGED " DELIMITED BY SIZE
                       MOVE 08 TO WS-RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "FIZZBUZZ-HOUSEKEEP: CHECKPOINT "
                       WS-CKPT-FILENAME
                   DISPLAY "  KEPT - RANGE NOT PROVEN COMPLETE IN"
                       " CONTROL TOTALS"
               END-IF
           END-IF.

           MOVE "N" TO WS-RANGE-COMPLETE
           MOVE SPACES TO WS-TOT-FILENAME
           STRING "data/ctltotals-" DELIMITED BY SIZE
                   GC-STEP-ID DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   GC-BUS-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-TOT-FILENAME
           OPEN INPUT CTLTOT-FILE
               END-IF
               CLOSE CTLTOT-FILE
           END-IF.

       5000-LOAD-CATALOG.
      *> the catalog is append-only between sweeps - the newest
      *> entry for a file name replaces any earlier one, so the
      *> table ends up holding each file's current state
           MOVE "N" TO WS-CAT-OK
           MOVE ZERO TO WS-CAT-COUNT
           OPEN INPUT GEN-CATALOG
           EVALUATE WS-CAT-FS
               WHEN "00"
                   PERFORM UNTIL WS-CAT-FS = "10"
                       READ GEN-CATALOG
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 5100-TAKE-CATALOG-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE GEN-CATALOG
                   MOVE "Y" TO WS-CAT-OK
               WHEN "35"
                   DISPLAY "FIZZBUZZ-HOUSEKEEP: NO GENERATION"
                       " CATALOG ON FILE - NO GENERATIONS SWEPT"
               WHEN OTHER
                   DISPLAY "FIZZBUZZ-HOUSEKEEP: UNABLE TO OPEN"
                       " data/gen-catalog.dat - STATUS " WS-CAT-FS
                       " - NO GENERATIONS SWEPT"
                   MOVE 08 TO WS-RETURN-CODE
           END-EVALUATE
           IF WS-CAT-OVERFLOW = "Y"
               DISPLAY "FIZZBUZZ-HOUSEKEEP: CATALOG HOLDS MORE THAN "
                   WS-CAT-MAX " FILES - NO GENERATIONS SWEPT"
               MOVE 08 TO WS-RETURN-CODE
               MOVE "N" TO WS-CAT-OK
           END-IF.

       5100-TAKE-CATALOG-ENTRY.
           MOVE ZERO TO WS-CAT-FOUND
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                       OR WS-CAT-FOUND > ZERO
               IF WS-CAT-REC(WS-CAT-IDX)(77:60) = GC-FILE-NAME
                   SET WS-CAT-FOUND TO WS-CAT-IDX
               END-IF
           END-PERFORM
           IF WS-CAT-FOUND = ZERO
               IF WS-CAT-COUNT < WS-CAT-MAX
                   ADD 1 TO WS-CAT-COUNT
                   MOVE WS-CAT-COUNT TO WS-CAT-FOUND
               ELSE
                   MOVE "Y" TO WS-CAT-OVERFLOW
               END-IF
           END-IF
           IF WS-CAT-FOUND > ZERO
               MOVE GEN-CATALOG-REC TO WS-CAT-REC(WS-CAT-FOUND)
           END-IF.

       5200-SWEEP-CATALOG.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE WS-CAT-REC(WS-CAT-IDX) TO GEN-CATALOG-REC
               IF GC-STATUS = "ONLINE"
                       AND GC-BUS-DATE IS NUMERIC
                       AND GC-BUS-DATE > 16010100
                   COMPUTE WS-GEN-AGE-DAYS = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(GC-BUS-DATE)
                   PERFORM 5300-SWEEP-ONE-GENERATION
               END-IF
           END-PERFORM.

       5300-SWEEP-ONE-GENERATION.
      *> the retention class follows the file type; CTLTOTAL,
      *> EXTRACT and READY generations are never touched here
           MOVE "N" TO WS-FILE-ARCHIVED
           EVALUATE GC-FILE-TYPE
               WHEN "CLASSIFY"
                   IF WS-GEN-AGE-DAYS > WS-CLASSIFY-DAYS
                       PERFORM 5400-ARCHIVE-GENERATION
                   END-IF
               WHEN "REPORT"
               WHEN "VFYEXC"
                   IF WS-GEN-AGE-DAYS > WS-REPORT-DAYS
                       PERFORM 5400-ARCHIVE-GENERATION
                   END-IF
               WHEN "CHECKPT"
                   IF WS-GEN-AGE-DAYS > WS-CKPT-DAYS
                       MOVE GC-FILE-NAME TO WS-CKPT-FILENAME
                       PERFORM 4500-PURGE-CHECKPOINT
                       IF WS-FILE-ARCHIVED = "Y"
                           MOVE "PURGED" TO GC-STATUS
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-FILE-ARCHIVED = "Y"
               MOVE "fizzbuzz-housekeep" TO GC-PROGRAM
               MOVE WS-TIMESTAMP TO GC-TIMESTAMP
               MOVE GEN-CATALOG-REC TO WS-CAT-REC(WS-CAT-IDX)
               ADD 1 TO WS-CAT-CHANGED
           END-IF.

       5400-ARCHIVE-GENERATION.
      *> a cataloged generation no longer on disk was removed by
      *> hand - it is marked PURGED so it is not chased nightly
           MOVE GC-FILE-NAME TO WS-SRC-PATH
           PERFORM 4000-ARCHIVE-ONE-FILE
           IF WS-FILE-ARCHIVED = "Y"
               MOVE "ARCHIVED" TO GC-STATUS
           ELSE
               MOVE "PURGED" TO GC-STATUS
               MOVE "Y" TO WS-FILE-ARCHIVED
               MOVE SPACES TO HK-LOG-REC
               STRING WS-TIMESTAMP DELIMITED BY SIZE
                       " CATALOGED " DELIMITED BY SIZE
                       GC-FILE-NAME DELIMITED BY SPACE
                       " NOT ON DISK - MARKED PURGED"
                       DELIMITED BY SIZE
                   INTO HK-LOG-REC
               WRITE HK-LOG-REC
           END-IF.

       5900-REWRITE-CATALOG.
           OPEN OUTPUT GEN-CATALOG
           IF WS-CAT-FS NOT = "00"
               DISPLAY "FIZZBUZZ-HOUSEKEEP: UNABLE TO REWRITE"
                   " data/gen-catalog.dat - STATUS " WS-CAT-FS
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   MOVE WS-CAT-REC(WS-CAT-IDX) TO GEN-CATALOG-REC
                   WRITE GEN-CATALOG-REC
               END-PERFORM
               CLOSE GEN-CATALOG
               DISPLAY "FIZZBUZZ-HOUSEKEEP: CATALOG COMPACTED TO "
                   WS-CAT-COUNT " FILE(S), " WS-CAT-CHANGED
                   " GENERATION(S) RETIRED"
           END-IF.
