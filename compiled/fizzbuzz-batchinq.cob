       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzbuzz-batchinq.
      *> Batch lookup against the indexed classification master
      *> built by fizzbuzz-clsload - the request-file counterpart
      *> of fizzbuzz-inquiry for customer service's weekly lists
      *> of numbers.  Each request line (inqreqrec.cpy) is a
      *> sequence number with an optional run date; the date is
      *> resolved through the run registry exactly as
      *> fizzbuzz-inquiry resolves its run-date argument (newest
      *> registry entry for the date, or the newest run on line
      *> when no date is given) and the number is read by key
      *> from that run's master records.  Every request line gets
      *> one response detail (inqrsprec.cpy) carrying the code,
      *> the label and the run id it was answered from, or a
      *> reason code saying why not, and the response file ends
      *> with a control trailer counting requests, answers and
      *> rejects.
      *> Arguments: request file (default
      *> data/inquiry-requests.dat), response file (default
      *> data/inquiry-responses.dat).
      *> RC 00 every request answered, 04 some rejected, 16 the
      *> registry, master or request file unusable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASSIFY-MASTER
               ASSIGN TO "data/classify-master.idx"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CLS-MST-KEY
               ALTERNATE RECORD KEY CLS-MST-LABEL
                   WITH DUPLICATES
               FILE STATUS IS WS-MST-FS.
           SELECT RUN-REGISTRY ASSIGN TO "data/run-registry.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FS.
           SELECT REQUEST-FILE ASSIGN DYNAMIC WS-REQ-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-FS.
           SELECT RESPONSE-FILE ASSIGN DYNAMIC WS-RSP-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RSP-FS.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CLASSIFY-MASTER.
           COPY CLSMSTREC.
       FD RUN-REGISTRY.
           COPY RUNREGREC.
       FD REQUEST-FILE.
           COPY INQREQREC.
       FD RESPONSE-FILE.
           COPY INQRSPREC.
       FD BUSDATE-FILE.
           COPY BIZDTREC.

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.
       01 WS-ARG-NUM                   PIC 9(2) VALUE ZERO.
       01 WS-ARG1                      PIC X(60) VALUE SPACES.
       01 WS-ARG2                      PIC X(60) VALUE SPACES.
       01 WS-REQ-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-RSP-FILENAME              PIC X(60) VALUE SPACES.
       01 WS-VALID-OK                  PIC X(1) VALUE "Y".

       01 WS-MST-FS                    PIC XX.
       01 WS-REG-FS                    PIC XX.
       01 WS-REQ-FS                    PIC XX.
       01 WS-RSP-FS                    PIC XX.
       01 WS-BD-FS                     PIC XX.

       01 WS-CURR-DATE                 PIC 9(8) VALUE ZERO.
       01 WS-CURR-TIME                 PIC 9(8) VALUE ZERO.
       01 WS-TIMESTAMP                 PIC X(19) VALUE SPACES.

      *> ---- run registry, held in memory for the whole file -------
      *> (see copybooks/runregrec.cpy) - clsload keeps only the
      *> configured number of runs on line, far fewer than this
       01 WS-REG-TABLE.
           05 WS-REG-COUNT             PIC 9(3) VALUE ZERO.
           05 WS-REG-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-REG-IDX.
               10 WS-REG-RUN-ID        PIC 9(4).
               10 WS-REG-RUN-DATE      PIC 9(8).
       01 WS-REG-OVERFLOW              PIC X(1) VALUE "N".
       01 WS-NEWEST-RUN-ID             PIC 9(4) VALUE ZERO.
       01 WS-NEWEST-RUN-DATE           PIC 9(8) VALUE ZERO.

      *> ---- the request being answered -----------------------------
       01 WS-ASK-SEQ                   PIC 9(9) VALUE ZERO.
       01 WS-ASK-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-RUN-ID                    PIC 9(4) VALUE ZERO.
       01 WS-RUN-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-RUN-FOUND                 PIC X(1) VALUE "N".
       01 WS-REASON                    PIC X(2) VALUE SPACES.

      *> ---- control counts for the trailer --------------------------
       01 WS-REQUEST-COUNT             PIC 9(7) VALUE ZERO.
       01 WS-ANSWER-COUNT              PIC 9(7) VALUE ZERO.
       01 WS-REJECT-COUNT              PIC 9(7) VALUE ZERO.
       01 WS-NOT-FOUND-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-NO-RUN-COUNT              PIC 9(7) VALUE ZERO.
       01 WS-BAD-SEQ-COUNT             PIC 9(7) VALUE ZERO.
       01 WS-BAD-DATE-COUNT            PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       fizzbuzz-batchinq-main SECTION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-REGISTRY
           IF WS-VALID-OK = "N"
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLASSIFY-MASTER
           IF WS-MST-FS NOT = "00"
               DISPLAY "FIZZBUZZ-BATCHINQ: UNABLE TO OPEN"
                   " data/classify-master.idx - STATUS " WS-MST-FS
                   " - RUN fizzbuzz-clsload FIRST"
               MOVE 16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REQUEST-FILE
           IF WS-REQ-FS NOT = "00"
               DISPLAY "FIZZBUZZ-BATCHINQ: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-REQ-FILENAME) " - STATUS "
                   WS-REQ-FS
               CLOSE CLASSIFY-MASTER
               MOVE 16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RESPONSE-FILE
           IF WS-RSP-FS NOT = "00"
               DISPLAY "FIZZBUZZ-BATCHINQ: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-RSP-FILENAME) " - STATUS "
                   WS-RSP-FS
               CLOSE REQUEST-FILE
               CLOSE CLASSIFY-MASTER
               MOVE 16 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-ANSWER-REQUESTS
           PERFORM 4000-WRITE-TRAILER
           CLOSE RESPONSE-FILE
           CLOSE REQUEST-FILE
           CLOSE CLASSIFY-MASTER
           PERFORM 5000-SHOW-SUMMARY
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
               MOVE "data/inquiry-requests.dat" TO WS-REQ-FILENAME
           ELSE
               MOVE WS-ARG1 TO WS-REQ-FILENAME
           END-IF
           IF WS-ARG2 = SPACES
               MOVE "data/inquiry-responses.dat" TO WS-RSP-FILENAME
           ELSE
               MOVE WS-ARG2 TO WS-RSP-FILENAME
           END-IF
           PERFORM 1050-READ-BUSINESS-DATE
           ACCEPT WS-CURR-TIME FROM TIME
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                   WS-CURR-DATE(7:2) " " WS-CURR-TIME(1:2) ":"
                   WS-CURR-TIME(3:2) ":" WS-CURR-TIME(5:2)
               DELIMITED BY SIZE
               INTO WS-TIMESTAMP.

       1050-READ-BUSINESS-DATE.
      *> the processing date is the business date on the control
      *> record rolled by fizzbuzz-eodroll (see
      *> copybooks/bizdtrec.cpy), not the machine clock.  With no
      *> control record on file the machine date is used, loudly.
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
               DISPLAY "FIZZBUZZ-BATCHINQ: NO BUSINESS DATE ON"
                   " data/bizdate.dat - USING MACHINE DATE "
                   WS-CURR-DATE
           END-IF.

       1500-LOAD-REGISTRY.
      *> the registry is read once into memory and every request
      *> resolved against the table (see 2300-RESOLVE-RUN-ID) -
      *> the same file fizzbuzz-inquiry reads per question
           MOVE ZERO TO WS-REG-COUNT
           MOVE ZERO TO WS-NEWEST-RUN-ID
           MOVE ZERO TO WS-NEWEST-RUN-DATE
           OPEN INPUT RUN-REGISTRY
           IF WS-REG-FS NOT = "00"
               DISPLAY "FIZZBUZZ-BATCHINQ: UNABLE TO OPEN"
                   " data/run-registry.dat - RUN fizzbuzz-clsload"
                   " FIRST"
               MOVE "N" TO WS-VALID-OK
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               PERFORM UNTIL WS-REG-FS = "10"
                   READ RUN-REGISTRY
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 1600-TAKE-REGISTRY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RUN-REGISTRY
               IF WS-REG-OVERFLOW = "Y"
                   DISPLAY "FIZZBUZZ-BATCHINQ: RUN REGISTRY HOLDS"
                       " MORE THAN 500 RUNS - PURGE IT WITH"
                       " fizzbuzz-clsload BEFORE ANSWERING"
                   MOVE "N" TO WS-VALID-OK
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
               IF WS-VALID-OK = "Y" AND WS-NEWEST-RUN-ID = ZERO
                   DISPLAY "FIZZBUZZ-BATCHINQ: RUN REGISTRY IS"
                       " EMPTY - RUN fizzbuzz-clsload FIRST"
                   MOVE "N" TO WS-VALID-OK
                   MOVE 16 TO WS-RETURN-CODE
               END-IF
           END-IF.

       1600-TAKE-REGISTRY-ENTRY.
           IF WS-REG-COUNT < 500
               ADD 1 TO WS-REG-COUNT
               MOVE RR-RUN-ID TO WS-REG-RUN-ID(WS-REG-COUNT)
               MOVE RR-RUN-DATE TO WS-REG-RUN-DATE(WS-REG-COUNT)
           ELSE
               MOVE "Y" TO WS-REG-OVERFLOW
           END-IF
           IF RR-RUN-ID > WS-NEWEST-RUN-ID
               MOVE RR-RUN-ID TO WS-NEWEST-RUN-ID
               MOVE RR-RUN-DATE TO WS-NEWEST-RUN-DATE
           END-IF.

       2000-ANSWER-REQUESTS.
           PERFORM UNTIL WS-REQ-FS = "10"
               READ REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 2100-ANSWER-ONE-REQUEST
               END-READ
           END-PERFORM.

       2100-ANSWER-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE SPACES TO INQ-RESPONSE-REC
           MOVE "D" TO IRS-REC-TYPE
           MOVE WS-REQUEST-COUNT TO IRS-LINE-NO
           MOVE IRQ-SEQ-NO TO IRS-REQ-SEQ-NO
           MOVE IRQ-RUN-DATE TO IRS-REQ-RUN-DATE
           MOVE ZERO TO IRS-RUN-ID
           MOVE ZERO TO IRS-RUN-DATE
           MOVE "OK" TO WS-REASON
           PERFORM 2200-VALIDATE-REQUEST
           IF WS-REASON = "OK"
               PERFORM 2300-RESOLVE-RUN-ID
           END-IF
           IF WS-REASON = "OK"
               MOVE WS-RUN-ID TO IRS-RUN-ID
               MOVE WS-RUN-DATE TO IRS-RUN-DATE
               PERFORM 2400-READ-MASTER
           END-IF
           MOVE WS-REASON TO IRS-REASON
           PERFORM 2500-COUNT-OUTCOME
           WRITE INQ-RESPONSE-REC.

       2200-VALIDATE-REQUEST.
      *> the same tests fizzbuzz-inquiry puts its arguments to
           IF IRQ-SEQ-NO = SPACES
                   OR FUNCTION TEST-NUMVAL(IRQ-SEQ-NO) NOT = ZERO
               MOVE "BS" TO WS-REASON
           ELSE
               COMPUTE WS-ASK-SEQ = FUNCTION NUMVAL(IRQ-SEQ-NO)
           END-IF
           MOVE ZERO TO WS-ASK-DATE
           IF WS-REASON = "OK" AND IRQ-RUN-DATE NOT = SPACES
               IF FUNCTION TEST-NUMVAL(IRQ-RUN-DATE) = ZERO
                   COMPUTE WS-ASK-DATE =
                       FUNCTION NUMVAL(IRQ-RUN-DATE)
               ELSE
                   MOVE "BD" TO WS-REASON
               END-IF
           END-IF.

       2300-RESOLVE-RUN-ID.
      *> a requested date resolves to the newest registry entry
      *> for that date (the same range can legitimately load more
      *> than once in a day - the newest load is the answer of
      *> record); no date resolves to the newest run on line
           IF WS-ASK-DATE = ZERO
               MOVE WS-NEWEST-RUN-ID TO WS-RUN-ID
               MOVE WS-NEWEST-RUN-DATE TO WS-RUN-DATE
           ELSE
               MOVE "N" TO WS-RUN-FOUND
               MOVE ZERO TO WS-RUN-ID
               MOVE ZERO TO WS-RUN-DATE
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                       UNTIL WS-REG-IDX > WS-REG-COUNT
                   IF WS-REG-RUN-DATE(WS-REG-IDX) = WS-ASK-DATE
                       IF WS-RUN-FOUND = "N"
                               OR WS-REG-RUN-ID(WS-REG-IDX) >
                                   WS-RUN-ID
                           MOVE WS-REG-RUN-ID(WS-REG-IDX) TO
                               WS-RUN-ID
                           MOVE WS-REG-RUN-DATE(WS-REG-IDX) TO
                               WS-RUN-DATE
                           MOVE "Y" TO WS-RUN-FOUND
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-RUN-FOUND = "N"
                   MOVE "NR" TO WS-REASON
               END-IF
           END-IF.

       2400-READ-MASTER.
           MOVE WS-RUN-ID TO CLS-MST-RUN-ID
           MOVE WS-ASK-SEQ TO CLS-MST-SEQ-NO
           READ CLASSIFY-MASTER KEY IS CLS-MST-KEY
               INVALID KEY
                   MOVE "NF" TO WS-REASON
               NOT INVALID KEY
                   MOVE CLS-MST-CODE TO IRS-CLS-CODE
                   MOVE CLS-MST-LABEL TO IRS-CLS-LABEL
           END-READ.

       2500-COUNT-OUTCOME.
           IF WS-REASON = "OK"
               ADD 1 TO WS-ANSWER-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               EVALUATE WS-REASON
                   WHEN "NF"
                       ADD 1 TO WS-NOT-FOUND-COUNT
                   WHEN "NR"
                       ADD 1 TO WS-NO-RUN-COUNT
                   WHEN "BS"
                       ADD 1 TO WS-BAD-SEQ-COUNT
                   WHEN "BD"
                       ADD 1 TO WS-BAD-DATE-COUNT
               END-EVALUATE
           END-IF.

       4000-WRITE-TRAILER.
           MOVE SPACES TO INQ-RESPONSE-REC
           MOVE "T" TO IRS-REC-TYPE
           MOVE WS-REQUEST-COUNT TO IRS-TRL-REQUESTS
           MOVE WS-ANSWER-COUNT TO IRS-TRL-ANSWERED
           MOVE WS-REJECT-COUNT TO IRS-TRL-REJECTED
           MOVE WS-NOT-FOUND-COUNT TO IRS-TRL-NOT-FOUND
           MOVE WS-NO-RUN-COUNT TO IRS-TRL-NO-RUN
           MOVE WS-BAD-SEQ-COUNT TO IRS-TRL-BAD-SEQ
           MOVE WS-BAD-DATE-COUNT TO IRS-TRL-BAD-DATE
           MOVE WS-TIMESTAMP TO IRS-TRL-TIMESTAMP
           WRITE INQ-RESPONSE-REC.

       5000-SHOW-SUMMARY.
           DISPLAY "FIZZBUZZ-BATCHINQ: " WS-REQUEST-COUNT
               " REQUEST(S), " WS-ANSWER-COUNT " ANSWERED, "
               WS-REJECT-COUNT " REJECTED - RESPONSES IN "
               FUNCTION TRIM(WS-RSP-FILENAME)
           IF WS-REJECT-COUNT > ZERO
               DISPLAY "  NOT FOUND IN RUN  . . " WS-NOT-FOUND-COUNT
               DISPLAY "  NO RUN ON LINE  . . . " WS-NO-RUN-COUNT
               DISPLAY "  BAD SEQUENCE NO . . . " WS-BAD-SEQ-COUNT
               DISPLAY "  BAD RUN DATE  . . . . " WS-BAD-DATE-COUNT
               IF WS-NO-RUN-COUNT > ZERO
                   DISPLAY "FIZZBUZZ-BATCHINQ: RUNS NOT ON LINE -"
                       " ASK HOUSEKEEPING FOR THE ARCHIVED OUTPUT"
               END-IF
               MOVE 04 TO WS-RETURN-CODE
           END-IF
           IF WS-ANSWER-COUNT + WS-REJECT-COUNT
                   NOT = WS-REQUEST-COUNT
               DISPLAY "FIZZBUZZ-BATCHINQ: *** OUT OF BALANCE ***"
                   " ANSWERS PLUS REJECTS DO NOT EQUAL REQUESTS"
               MOVE 16 TO WS-RETURN-CODE
           END-IF.
