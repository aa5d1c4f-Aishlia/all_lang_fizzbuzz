      *> a trailer carrying the record count and a hash total of
      *> CLS-SEQ-NO so the receiver can prove the transmission
      *> arrived whole.  The detail count is cross-checked
      *> against data/ctltotals-CONS-<YYYYMMDD>.dat and the ready
      *> stamp (data/classify-extract-<YYYYMMDD>.rdy) is only
      *> written when the extract balances - a short file is
      *> never stamped ready to send.  Works on one business
      *> date's consolidated generation - the optional argument
      *> (YYYYMMDD) defaults to the business date on
      *> data/bizdate.dat - and catalogs the extract and its
      *> stamp in data/gen-catalog.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASSIFY-IN ASSIGN DYNAMIC WS-CLS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CLS-FS.
           SELECT CTLTOT-FILE ASSIGN DYNAMIC WS-TOT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TOT-FS.
           SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-EXT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FS.
           SELECT READY-FILE ASSIGN DYNAMIC WS-RDY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RDY-FS.
           SELECT XMIT-REGISTER
               ASSIGN TO "data/transmit-register.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FS.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
           SELECT GEN-CATALOG ASSIGN TO "data/gen-catalog.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CLASSIFY-IN.
       01 READY-REC                    PIC X(80).
       FD XMIT-REGISTER.
           COPY XMITREC.
       FD BUSDATE-FILE.
           COPY BIZDTREC.
       FD GEN-CATALOG.
           COPY GENCATREC.

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.
       01 WS-CLS-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-TOT-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-EXT-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-RDY-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-ARG-NUM                   PIC 9(2) VALUE ZERO.
       01 WS-ARG1                      PIC X(9) VALUE SPACES.

       01 WS-CLS-FS                    PIC XX.
       01 WS-TOT-FS                    PIC XX.
       01 WS-EXT-FS                    PIC XX.
       01 WS-RDY-FS                    PIC XX.
       01 WS-REG-FS                    PIC XX.
       01 WS-BD-FS                     PIC XX.
       01 WS-CAT-FS                    PIC XX.

      *> ---- transmission-status register, held in memory while --
      *> ---- the entry for this run date is added or refreshed ----
       01 WS-SEQ-HASH-TOTAL            PIC 9(18) VALUE ZERO.

       01 WS-CURR-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-CURR-TIME                 PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP                 PIC X(19) VALUE SPACES.
      *> business date of the consolidated generation extracted -
      *> the run date the header, stamp and register carry
       01 WS-BUS-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-READY-STAMPED             PIC X(1) VALUE "N".
       01 WS-RULE-IDX                  PIC 9(3) VALUE ZERO.
       01 WS-STRING-PTR                PIC 9(4) VALUE 1.

           END-IF
           OPEN INPUT CLASSIFY-IN
           IF WS-CLS-FS NOT = "00"
               DISPLAY "FIZZBUZZ-EXTRACT: UNABLE TO OPEN "
                   WS-CLS-FILENAME
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               OPEN OUTPUT EXTRACT-FILE
               CLOSE EXTRACT-FILE
               CLOSE CLASSIFY-IN
               PERFORM 5000-CROSS-CHECK
               PERFORM 7000-CATALOG-GENERATIONS
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG1 FROM ARGUMENT-VALUE
           PERFORM 1050-READ-BUSINESS-DATE
           ACCEPT WS-CURR-TIME FROM TIME
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                   WS-CURR-DATE(7:2) " " WS-CURR-TIME(1:2) ":"
                   WS-CURR-TIME(3:2) ":" WS-CURR-TIME(5:2)
               DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           IF WS-ARG1 = SPACES
               MOVE WS-CURR-DATE TO WS-BUS-DATE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-ARG1) = ZERO
                   COMPUTE WS-BUS-DATE = FUNCTION NUMVAL(WS-ARG1)
               ELSE
                   DISPLAY "FIZZBUZZ-EXTRACT: BUSINESS DATE '"
                       WS-ARG1 "' IS NOT NUMERIC - USING "
                       WS-CURR-DATE
                   MOVE WS-CURR-DATE TO WS-BUS-DATE
               END-IF
           END-IF
           STRING "data/classify-consolidated-" DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   ".out" DELIMITED BY SIZE
               INTO WS-CLS-FILENAME
           STRING "data/ctltotals-CONS-" DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-TOT-FILENAME
           STRING "data/classify-extract-" DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-EXT-FILENAME
           STRING "data/classify-extract-" DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   ".rdy" DELIMITED BY SIZE
               INTO WS-RDY-FILENAME
           OPEN INPUT CTLTOT-FILE
           IF WS-TOT-FS NOT = "00"
               DISPLAY "FIZZBUZZ-EXTRACT: UNABLE TO OPEN "
                   WS-TOT-FILENAME " - RUN"
                   " fizzbuzz-consolidate FIRST"
               MOVE 16 TO WS-RETURN-CODE
           ELSE
                           WS-TOT-RULE-LABEL(WS-RULE-IDX)
                   END-PERFORM
               ELSE
                   DISPLAY "FIZZBUZZ-EXTRACT: UNABLE TO READ "
                       WS-TOT-FILENAME " - STATUS " WS-TOT-FS
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
               CLOSE CTLTOT-FILE
           END-IF.

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
               DISPLAY "FIZZBUZZ-EXTRACT: NO BUSINESS DATE ON"
                   " data/bizdate.dat - USING MACHINE DATE "
                   WS-CURR-DATE
           END-IF.

       2000-WRITE-HEADER.
      *> H|run-date|range-start|range-end|rule-count|div:label|...
      *> - the rules in force come from the consolidated totals
           MOVE SPACES TO EXTRACT-REC
           MOVE 1 TO WS-STRING-PTR
           STRING "H|" DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-TOT-START-RANGE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
               OPEN OUTPUT READY-FILE
               MOVE SPACES TO READY-REC
               STRING "NOTREADY|" DELIMITED BY SIZE
                       WS-BUS-DATE DELIMITED BY SIZE
                   INTO READY-REC
               WRITE READY-REC
               CLOSE READY-FILE
               OPEN OUTPUT READY-FILE
               MOVE SPACES TO READY-REC
               STRING "READY|" DELIMITED BY SIZE
                       WS-BUS-DATE DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-DETAIL-COUNT DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
               CLOSE READY-FILE
               DISPLAY "FIZZBUZZ-EXTRACT: EXTRACT BALANCED -"
                   " STAMPED READY TO SEND"
               MOVE "Y" TO WS-READY-STAMPED
               PERFORM 6000-REGISTER-TRANSMISSION
           END-IF.

           MOVE ZERO TO WS-REG-FOUND
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-REG-RUN-DATE(WS-REG-IDX) = WS-BUS-DATE
                   SET WS-REG-FOUND TO WS-REG-IDX
               END-IF
           END-PERFORM
               END-IF
           END-IF
           IF WS-REG-FOUND > ZERO
               MOVE WS-BUS-DATE TO WS-REG-RUN-DATE(WS-REG-FOUND)
               MOVE WS-DETAIL-COUNT TO
                   WS-REG-SENT-COUNT(WS-REG-FOUND)
               MOVE WS-SEQ-HASH-TOTAL TO
               END-PERFORM
               CLOSE XMIT-REGISTER
               DISPLAY "FIZZBUZZ-EXTRACT: TRANSMISSION REGISTERED"
                   " AS SENT FOR RUN DATE " WS-BUS-DATE
           END-IF.

       7000-CATALOG-GENERATIONS.
      *> the extract and its stamp are generations of the business
      *> date under step 'CONS'; a NOTREADY stamp is cataloged
      *> too, with a zero count, so the catalog never shows a
      *> stale READY for the date
           OPEN EXTEND GEN-CATALOG
           IF WS-CAT-FS = "35"
               OPEN OUTPUT GEN-CATALOG
           END-IF
           IF WS-CAT-FS NOT = "00"
               DISPLAY "FIZZBUZZ-EXTRACT: UNABLE TO OPEN"
                   " data/gen-catalog.dat - STATUS " WS-CAT-FS
                   " - GENERATIONS NOT CATALOGED"
           ELSE
               MOVE WS-BUS-DATE TO GC-BUS-DATE
               MOVE "CONS" TO GC-STEP-ID
               MOVE "ONLINE" TO GC-STATUS
               MOVE "fizzbuzz-extract" TO GC-PROGRAM
               MOVE WS-TIMESTAMP TO GC-TIMESTAMP
               MOVE "EXTRACT" TO GC-FILE-TYPE
               MOVE WS-DETAIL-COUNT TO GC-REC-COUNT
               MOVE WS-EXT-FILENAME TO GC-FILE-NAME
               WRITE GEN-CATALOG-REC
               MOVE "READY" TO GC-FILE-TYPE
               IF WS-READY-STAMPED = "Y"
                   MOVE 1 TO GC-REC-COUNT
               ELSE
                   MOVE ZERO TO GC-REC-COUNT
               END-IF
               MOVE WS-RDY-FILENAME TO GC-FILE-NAME
               WRITE GEN-CATALOG-REC
               CLOSE GEN-CATALOG
           END-IF.
