           SELECT REPORT-FILE ASSIGN TO "data/opsreport.rpt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FS.
           SELECT BUSDATE-FILE ASSIGN TO "data/bizdate.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FS.
       DATA DIVISION.
       FILE SECTION.
       FD STEPS-FILE.
           COPY AUDITREC.
       FD REPORT-FILE.
       01 REPORT-REC                   PIC X(80).
       FD BUSDATE-FILE.
           COPY BIZDTREC.

       WORKING-STORAGE SECTION.
       01 WS-RETURN-CODE               PIC 9(3) VALUE ZERO.
       01 WS-STEPS-FS                  PIC XX.
       01 WS-AUD-FS                    PIC XX.
       01 WS-RPT-FS                    PIC XX.
       01 WS-BD-FS                     PIC XX.

       01 WS-AUDIT-REC-COUNT           PIC 9(9) VALUE ZERO.
       01 WS-LOGS-SWEPT                PIC 9(3) VALUE ZERO.
           IF WS-STEPS-PATH = SPACES
               MOVE "data/steps.dat" TO WS-STEPS-PATH
           END-IF
           PERFORM 1050-READ-BUSINESS-DATE
           STRING WS-CURR-DATE(1:4) "-" WS-CURR-DATE(5:2) "-"
                   WS-CURR-DATE(7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY.

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
               DISPLAY "FIZZBUZZ-OPSRPT: NO BUSINESS DATE ON"
                   " data/bizdate.dat - USING MACHINE DATE "
                   WS-CURR-DATE
           END-IF.

       2000-SWEEP-AUDIT-LOGS.
           MOVE "MAIN" TO WS-SWEEP-STEP-ID
           PERFORM 2100-SWEEP-ONE-LOG
