      ******************************************************************
      * Author: Mike Sharpe
      * Student ID: 040774804
      * Course and Section: CST8283 013
      * Date:
      * Purpose: End-of-night balancing check. Every batch step
      *          appends one record to the shared JOB_LOG with the
      *          business date, its return code and its key counts.
      *          For one business date (CHK_PARMS, else BUS_DATE,
      *          else the run date) this job confirms that the chain
      *          ran - nightly edit, the optional pending/reorg/
      *          re-key steps, EMP-DELTA, EMP-MOVRPT, PAY-ACKREC -
      *          in that order and without failing, and that it
      *          balanced from step to step:
      *            - the EMP_CURR count the edit released equals
      *              what EMP-DELTA read;
      *            - the deltas written (EMP-DELTA plus the pending,
      *              reorg and re-key deltas concatenated onto
      *              EMP_DELTA) equal what PAY-ACKREC read and what
      *              payroll's acknowledgment matched;
      *            - the CLEAN_OUT trailer count from the previous
      *              night's REJ-RECYCLE equals what tonight's edit
      *              accepted from the RECYCLE block.
      *          CHK_RPT is a one-page operations sign-off with each
      *          step and each balance marked OK or BREAK. Anything
      *          missing, failed, out of order or out of balance
      *          ends the job at severity 8, the same severity
      *          PAY-ACKREC uses for an unaccounted delta, so the
      *          scheduler can page someone. Reruns are allowed:
      *          the last record logged for a step is the one that
      *          counts.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * JOB_LOG, BUS_DATE, CHK_PARMS and CHK_RPT are DD-style names
      * resolved through environment variables, the same convention
      * as the nightly extract job.
           SELECT PARM-FILE
           ASSIGN TO "CHK_PARMS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

           SELECT CHECK-REPORT-FILE
           ASSIGN TO "CHK_RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHKRPT-STATUS.

      * JOB_LOG is the shared step log every batch step appends one
      * record to; BUS_DATE holds the business date ops set for the
      * night being run. Both OPTIONAL: the first step to run creates
      * the log, and without BUS_DATE the run date is used.
           SELECT OPTIONAL JOB-LOG-FILE
           ASSIGN TO "JOB_LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOBLOG-STATUS.

           SELECT OPTIONAL BUS-DATE-FILE
           ASSIGN TO "BUS_DATE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Optional one-record run control naming the business date to
      * check as YYYYMMDD, for signing off an earlier night.
       FD  PARM-FILE.
       01 PARM-RECORD.
           05 PRM-BUSINESS-DATE PIC 9(8).

       FD  CHECK-REPORT-FILE.
       01 CHECK-PRINT-RECORD PIC X(132).

      * Step record layout shared by every batch step and JOB-CHECK.
      * What the five counts mean depends on the step; see
      * 9950-WRITE-JOB-LOG.
       FD  JOB-LOG-FILE.
       01 JOB-LOG-RECORD.
           05 JL-BUSINESS-DATE PIC 9(8).
           05 JL-STEP-NAME PIC X(12).
           05 JL-RUN-DATE PIC 9(8).
           05 JL-RUN-TIME PIC 9(6).
           05 JL-RETURN-CODE PIC 9(2).
           05 JL-CT-IN PIC 9(7).
           05 JL-CT-OUT PIC 9(7).
           05 JL-CT-REJECTED PIC 9(7).
           05 JL-CT-AUX-1 PIC 9(7).
           05 JL-CT-AUX-2 PIC 9(7).

       FD  BUS-DATE-FILE.
       01 BUS-DATE-RECORD.
           05 BD-BUSINESS-DATE PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-PARM-STATUS PIC XX.
       01 WS-CHKRPT-STATUS PIC XX.
       01 WS-JOBLOG-STATUS PIC XX.
       01 WS-BUSDATE-STATUS PIC XX.

       01 WS-ABORT-SWITCH PIC X VALUE 'N'.
           88 WS-ABORT-RUN VALUE 'Y'.

       01 WS-CHKRPT-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-CHKRPT-OPEN VALUE 'Y'.

       01 WS-LOG-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-LOG-EOF VALUE 'Y'.

       01 WS-ORDER-BREAK-SWITCH PIC X VALUE 'N'.
           88 WS-ORDER-BREAK VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-CHECK-DATE PIC 9(8) VALUE ZERO.

       01 WS-CT-LOG-READ PIC 9(7) VALUE ZERO.
       01 WS-CT-LOG-FOR-DATE PIC 9(7) VALUE ZERO.
       01 WS-CT-LOG-OTHER PIC 9(7) VALUE ZERO.
       01 WS-CT-LOG-INVALID PIC 9(7) VALUE ZERO.
       01 WS-CT-CHECKS PIC 9(7) VALUE ZERO.
       01 WS-CT-BREAKS PIC 9(7) VALUE ZERO.

      * The chain, in the order it runs. STP-GROUP gives the order:
      * every step must have run after all the logged steps of a
      * lower group. REJ-RECYCLE is the previous night's run (the
      * latest one logged for an earlier business date), since its
      * CLEAN_OUT is what tonight's edit reads. The balance checks
      * address the entries by position:
      *   1 REJ-RECYCLE   2 NIGHTLY-EDIT  3 EMP-PENDING
      *   4 DEPT-REORG    5 EMP-REKEY     6 EMP-DELTA
      *   7 EMP-MOVRPT    8 PAY-ACKREC
       01 WS-STEP-MAX PIC 9(2) VALUE 8.
       01 WS-STP-IDX PIC 9(2) VALUE ZERO.
       01 WS-STP-IDX-2 PIC 9(2) VALUE ZERO.
       01 WS-STP-FOUND PIC 9(2) VALUE ZERO.

       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 8 TIMES.
               10 STP-NAME PIC X(12).
               10 STP-GROUP PIC 9.
               10 STP-REQUIRED-SWITCH PIC X.
                   88 STP-REQUIRED VALUE 'Y'.
               10 STP-LOGGED-SWITCH PIC X.
                   88 STP-LOGGED VALUE 'Y'.
               10 STP-RUNS PIC 9(3).
               10 STP-BUSINESS-DATE PIC 9(8).
               10 STP-RUN-STAMP.
                   15 STP-RUN-DATE PIC 9(8).
                   15 STP-RUN-TIME PIC 9(6).
               10 STP-RETURN-CODE PIC 9(2).
               10 STP-CT-IN PIC 9(7).
               10 STP-CT-OUT PIC 9(7).
               10 STP-CT-REJECTED PIC 9(7).
               10 STP-CT-AUX-1 PIC 9(7).
               10 STP-CT-AUX-2 PIC 9(7).
               10 STP-RESULT PIC X(32).

      * One balance check: the two sides and the verdict.
       01 WS-BAL-LEFT PIC 9(7) VALUE ZERO.
       01 WS-BAL-RIGHT PIC 9(7) VALUE ZERO.
       01 WS-DELTAS-WRITTEN PIC 9(7) VALUE ZERO.

       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

       01 CHK-HEADING-1.
           05 FILLER PIC X(36)
               VALUE "END-OF-NIGHT OPERATIONS SIGN-OFF".
           05 FILLER PIC X(14) VALUE "BUSINESS DATE ".
           05 CH1-BUSINESS-DATE PIC 9999/99/99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 CH1-RUN-DATE PIC 9999/99/99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 CH1-PAGE PIC ZZ9.
           05 FILLER PIC X(37) VALUE SPACES.

       01 CHK-SECTION-LINE.
           05 CSL-TITLE PIC X(40).
           05 FILLER PIC X(92) VALUE SPACES.

       01 STP-COL-HEADING.
           05 FILLER PIC X(14) VALUE "STEP".
           05 FILLER PIC X(12) VALUE "BUS DATE".
           05 FILLER PIC X(12) VALUE "RUN DATE".
           05 FILLER PIC X(8) VALUE "TIME".
           05 FILLER PIC X(4) VALUE "RC".
           05 FILLER PIC X(5) VALUE "RUNS".
           05 FILLER PIC X(11) VALUE "       IN".
           05 FILLER PIC X(11) VALUE "      OUT".
           05 FILLER PIC X(11) VALUE " REJECTED".
           05 FILLER PIC X(32) VALUE "RESULT".
           05 FILLER PIC X(12) VALUE SPACES.

       01 STP-DETAIL-LINE.
           05 SDL-NAME PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SDL-RUN-INFO.
               10 SDL-BUSINESS-DATE PIC 9999/99/99.
               10 FILLER PIC X(2) VALUE SPACES.
               10 SDL-RUN-DATE PIC 9999/99/99.
               10 FILLER PIC X(2) VALUE SPACES.
               10 SDL-RUN-TIME PIC 9(6).
               10 FILLER PIC X(2) VALUE SPACES.
               10 SDL-RETURN-CODE PIC Z9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 SDL-RUNS PIC ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 SDL-CT-IN PIC Z,ZZZ,ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 SDL-CT-OUT PIC Z,ZZZ,ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 SDL-CT-REJECTED PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SDL-RESULT PIC X(32).
           05 FILLER PIC X(12) VALUE SPACES.

       01 BAL-COL-HEADING.
           05 FILLER PIC X(46) VALUE "BALANCE CHECK".
           05 FILLER PIC X(11) VALUE "     LEFT".
           05 FILLER PIC X(11) VALUE "    RIGHT".
           05 FILLER PIC X(30) VALUE "RESULT".
           05 FILLER PIC X(34) VALUE SPACES.

       01 BAL-DETAIL-LINE.
           05 BDL-DESCRIPTION PIC X(44).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BDL-VALUES.
               10 BDL-LEFT PIC Z,ZZZ,ZZ9.
               10 FILLER PIC X(2) VALUE SPACES.
               10 BDL-RIGHT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BDL-RESULT PIC X(30).
           05 FILLER PIC X(34) VALUE SPACES.

       01 SUM-LABEL-LINE.
           05 SUM-LABEL PIC X(28).
           05 SUM-VALUE PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(93) VALUE SPACES.

       01 SIGN-OFF-LINE.
           05 FILLER PIC X(15) VALUE "SIGNED OFF BY: ".
           05 FILLER PIC X(30) VALUE ALL "_".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "DATE: ".
           05 FILLER PIC X(12) VALUE ALL "_".
           05 FILLER PIC X(65) VALUE SPACES.

       01 WS-JL-BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 WS-JL-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-JL-TIME-RAW PIC 9(8) VALUE ZERO.
       01 WS-JL-TIME-PARTS REDEFINES WS-JL-TIME-RAW.
           05 WS-JL-RUN-TIME PIC 9(6).
           05 FILLER PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-READ-ONE-LOG-RECORD UNTIL WS-LOG-EOF
               CLOSE JOB-LOG-FILE
               PERFORM 3000-CHECK-STEP
                   VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STEP-MAX
               PERFORM 4000-PRINT-REPORT
           END-IF
           PERFORM 9000-PRINT-CONTROL-TOTALS
           PERFORM 9900-TERMINATE
           PERFORM 9950-WRITE-JOB-LOG
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-CHECK-DATE
           PERFORM 1050-READ-BUSINESS-DATE
           PERFORM 1060-LOAD-RUN-PARMS
           DISPLAY "BUSINESS DATE CHECKED: " WS-CHECK-DATE
           PERFORM 1100-LOAD-STEP-TABLE
      * A missing log is not an abort: every required step then
      * reports as missing, which is exactly the answer wanted.
           OPEN INPUT JOB-LOG-FILE
           IF WS-JOBLOG-STATUS NOT = "00"
              AND WS-JOBLOG-STATUS NOT = "05"
               DISPLAY "ERROR: UNABLE TO OPEN JOB-LOG-FILE, STATUS="
                   WS-JOBLOG-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT CHECK-REPORT-FILE
               IF WS-CHKRPT-STATUS = "00"
                   SET WS-CHKRPT-OPEN TO TRUE
               ELSE
                   DISPLAY "ERROR: UNABLE TO OPEN CHECK-REPORT-FILE, "
                       "STATUS=" WS-CHKRPT-STATUS
                   SET WS-ABORT-RUN TO TRUE
                   CLOSE JOB-LOG-FILE
               END-IF
           END-IF.

       1050-READ-BUSINESS-DATE.
           OPEN INPUT BUS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUS-DATE-FILE
                   NOT AT END
                       IF BD-BUSINESS-DATE NUMERIC
                          AND BD-BUSINESS-DATE > ZERO
                           MOVE BD-BUSINESS-DATE TO WS-CHECK-DATE
                       END-IF
               END-READ
               CLOSE BUS-DATE-FILE
           ELSE
               IF WS-BUSDATE-STATUS = "05"
                   CLOSE BUS-DATE-FILE
               END-IF
           END-IF.

       1060-LOAD-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       DISPLAY "WARNING: CHK_PARMS IS EMPTY - "
                           "CURRENT BUSINESS DATE CHECKED"
                   NOT AT END
                       IF PRM-BUSINESS-DATE NUMERIC
                          AND PRM-BUSINESS-DATE > ZERO
                           MOVE PRM-BUSINESS-DATE TO WS-CHECK-DATE
                       ELSE
                           DISPLAY "WARNING: CHK_PARMS DATE NOT "
                               "NUMERIC - CURRENT BUSINESS DATE "
                               "CHECKED"
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       1100-LOAD-STEP-TABLE.
           INITIALIZE WS-STEP-TABLE
           MOVE "REJ-RECYCLE" TO STP-NAME(1)
           MOVE 0 TO STP-GROUP(1)
           MOVE 'N' TO STP-REQUIRED-SWITCH(1)
           MOVE "NIGHTLY-EDIT" TO STP-NAME(2)
           MOVE 1 TO STP-GROUP(2)
           MOVE 'Y' TO STP-REQUIRED-SWITCH(2)
           MOVE "EMP-PENDING" TO STP-NAME(3)
           MOVE 2 TO STP-GROUP(3)
           MOVE 'N' TO STP-REQUIRED-SWITCH(3)
           MOVE "DEPT-REORG" TO STP-NAME(4)
           MOVE 2 TO STP-GROUP(4)
           MOVE 'N' TO STP-REQUIRED-SWITCH(4)
           MOVE "EMP-REKEY" TO STP-NAME(5)
           MOVE 2 TO STP-GROUP(5)
           MOVE 'N' TO STP-REQUIRED-SWITCH(5)
           MOVE "EMP-DELTA" TO STP-NAME(6)
           MOVE 2 TO STP-GROUP(6)
           MOVE 'Y' TO STP-REQUIRED-SWITCH(6)
           MOVE "EMP-MOVRPT" TO STP-NAME(7)
           MOVE 3 TO STP-GROUP(7)
           MOVE 'Y' TO STP-REQUIRED-SWITCH(7)
           MOVE "PAY-ACKREC" TO STP-NAME(8)
           MOVE 3 TO STP-GROUP(8)
           MOVE 'Y' TO STP-REQUIRED-SWITCH(8).

      * The log is in the order the steps finished, so for a step
      * run twice the later record simply replaces the earlier one.
       2000-READ-ONE-LOG-RECORD.
           READ JOB-LOG-FILE
               AT END
                   SET WS-LOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-LOG-READ
                   IF JL-BUSINESS-DATE NOT NUMERIC
                      OR JL-RUN-DATE NOT NUMERIC
                      OR JL-RUN-TIME NOT NUMERIC
                      OR JL-RETURN-CODE NOT NUMERIC
                       ADD 1 TO WS-CT-LOG-INVALID
                   ELSE
                       PERFORM 2100-FILE-LOG-RECORD
                   END-IF
           END-READ.

       2100-FILE-LOG-RECORD.
           MOVE ZERO TO WS-STP-FOUND
           PERFORM 2110-FIND-STEP
               VARYING WS-STP-IDX FROM 1 BY 1
               UNTIL WS-STP-IDX > WS-STEP-MAX
                  OR WS-STP-FOUND > ZERO
           IF JL-BUSINESS-DATE = WS-CHECK-DATE
               ADD 1 TO WS-CT-LOG-FOR-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-STP-FOUND = 1
                   IF JL-BUSINESS-DATE < WS-CHECK-DATE
                      AND JL-BUSINESS-DATE
                          NOT < STP-BUSINESS-DATE(1)
                       PERFORM 2200-KEEP-LOG-RECORD
                   END-IF
               WHEN WS-STP-FOUND > ZERO
                   IF JL-BUSINESS-DATE = WS-CHECK-DATE
                       PERFORM 2200-KEEP-LOG-RECORD
                   END-IF
               WHEN OTHER
                   IF JL-BUSINESS-DATE = WS-CHECK-DATE
                       ADD 1 TO WS-CT-LOG-OTHER
                   END-IF
           END-EVALUATE.

       2110-FIND-STEP.
           IF JL-STEP-NAME = STP-NAME(WS-STP-IDX)
               MOVE WS-STP-IDX TO WS-STP-FOUND
           END-IF.

       2200-KEEP-LOG-RECORD.
           IF STP-LOGGED(WS-STP-FOUND)
              AND JL-BUSINESS-DATE = STP-BUSINESS-DATE(WS-STP-FOUND)
               ADD 1 TO STP-RUNS(WS-STP-FOUND)
           ELSE
               MOVE 1 TO STP-RUNS(WS-STP-FOUND)
           END-IF
           SET STP-LOGGED(WS-STP-FOUND) TO TRUE
           MOVE JL-BUSINESS-DATE TO STP-BUSINESS-DATE(WS-STP-FOUND)
           MOVE JL-RUN-DATE TO STP-RUN-DATE(WS-STP-FOUND)
           MOVE JL-RUN-TIME TO STP-RUN-TIME(WS-STP-FOUND)
           MOVE JL-RETURN-CODE TO STP-RETURN-CODE(WS-STP-FOUND)
           MOVE JL-CT-IN TO STP-CT-IN(WS-STP-FOUND)
           MOVE JL-CT-OUT TO STP-CT-OUT(WS-STP-FOUND)
           MOVE JL-CT-REJECTED TO STP-CT-REJECTED(WS-STP-FOUND)
           MOVE JL-CT-AUX-1 TO STP-CT-AUX-1(WS-STP-FOUND)
           MOVE JL-CT-AUX-2 TO STP-CT-AUX-2(WS-STP-FOUND).

      * A step is a break if it is required and missing, if it
      * failed (severity 8 or over - a warning is still a good
      * run), or if it finished before a step it depends on.
       3000-CHECK-STEP.
           ADD 1 TO WS-CT-CHECKS
           MOVE 'N' TO WS-ORDER-BREAK-SWITCH
           IF STP-LOGGED(WS-STP-IDX)
               PERFORM 3100-CHECK-STEP-ORDER
                   VARYING WS-STP-IDX-2 FROM 1 BY 1
                   UNTIL WS-STP-IDX-2 > WS-STEP-MAX
                      OR WS-ORDER-BREAK
           END-IF
           EVALUATE TRUE
               WHEN NOT STP-LOGGED(WS-STP-IDX)
                AND STP-REQUIRED(WS-STP-IDX)
                   MOVE "BREAK - STEP MISSING"
                       TO STP-RESULT(WS-STP-IDX)
                   ADD 1 TO WS-CT-BREAKS
               WHEN NOT STP-LOGGED(WS-STP-IDX)
                   MOVE "NOT RUN" TO STP-RESULT(WS-STP-IDX)
               WHEN STP-RETURN-CODE(WS-STP-IDX) >= 8
                   MOVE "BREAK - STEP FAILED"
                       TO STP-RESULT(WS-STP-IDX)
                   ADD 1 TO WS-CT-BREAKS
               WHEN WS-ORDER-BREAK
                   ADD 1 TO WS-CT-BREAKS
               WHEN STP-RETURN-CODE(WS-STP-IDX) > ZERO
                   MOVE "OK - WARNINGS" TO STP-RESULT(WS-STP-IDX)
               WHEN OTHER
                   MOVE "OK" TO STP-RESULT(WS-STP-IDX)
           END-EVALUATE.

       3100-CHECK-STEP-ORDER.
           IF STP-LOGGED(WS-STP-IDX-2)
              AND STP-GROUP(WS-STP-IDX-2) < STP-GROUP(WS-STP-IDX)
              AND STP-RUN-STAMP(WS-STP-IDX-2)
                  NOT < STP-RUN-STAMP(WS-STP-IDX)
               SET WS-ORDER-BREAK TO TRUE
               MOVE SPACES TO STP-RESULT(WS-STP-IDX)
               STRING "BREAK - RAN BEFORE " DELIMITED BY SIZE
                   STP-NAME(WS-STP-IDX-2) DELIMITED BY SPACE
                   INTO STP-RESULT(WS-STP-IDX)
               END-STRING
           END-IF.

       4000-PRINT-REPORT.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-CHECK-DATE TO CH1-BUSINESS-DATE
           MOVE WS-RUN-DATE TO CH1-RUN-DATE
           MOVE WS-PAGE-COUNT TO CH1-PAGE
           WRITE CHECK-PRINT-RECORD FROM CHK-HEADING-1
               AFTER ADVANCING PAGE
           MOVE 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4900-WRITE-LINE
           MOVE "CHAIN STEPS" TO CSL-TITLE
           MOVE CHK-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 4900-WRITE-LINE
           MOVE STP-COL-HEADING TO WS-PRINT-LINE
           PERFORM 4900-WRITE-LINE
           PERFORM 4100-PRINT-STEP-LINE
               VARYING WS-STP-IDX FROM 1 BY 1
               UNTIL WS-STP-IDX > WS-STEP-MAX
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4900-WRITE-LINE
           MOVE "BALANCE CHECKS" TO CSL-TITLE
           MOVE CHK-SECTION-LINE TO WS-PRINT-LINE
           PERFORM 4900-WRITE-LINE
           MOVE BAL-COL-HEADING TO WS-PRINT-LINE
           PERFORM 4900-WRITE-LINE
           PERFORM 4200-CHECK-RELEASED-TO-DELTA
           PERFORM 4300-CHECK-DELTAS-TO-PAYROLL
           PERFORM 4400-CHECK-RECYCLE-TO-EDIT
           PERFORM 4500-PRINT-SIGN-OFF.

       4100-PRINT-STEP-LINE.
           MOVE STP-NAME(WS-STP-IDX) TO SDL-NAME
           IF STP-LOGGED(WS-STP-IDX)
               MOVE STP-BUSINESS-DATE(WS-STP-IDX) TO SDL-BUSINESS-DATE
               MOVE STP-RUN-DATE(WS-STP-IDX) TO SDL-RUN-DATE
               MOVE STP-RUN-TIME(WS-STP-IDX) TO SDL-RUN-TIME
               MOVE STP-RETURN-CODE(WS-STP-IDX) TO SDL-RETURN-CODE
               MOVE STP-RUNS(WS-STP-IDX) TO SDL-RUNS
               MOVE STP-CT-IN(WS-STP-IDX) TO SDL-CT-IN
               MOVE STP-CT-OUT(WS-STP-IDX) TO SDL-CT-OUT
               MOVE STP-CT-REJECTED(WS-STP-IDX) TO SDL-CT-REJECTED
           ELSE
               MOVE SPACES TO SDL-RUN-INFO
           END-IF
           MOVE STP-RESULT(WS-STP-IDX) TO SDL-RESULT
           MOVE STP-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 4900-WRITE-LINE.

      * EMP_CURR as released by the edit is the new side of the
      * delta compare, so the two counts must agree exactly.
       4200-CHECK-RELEASED-TO-DELTA.
           MOVE "EDIT RELEASED TO EMP_CURR = EMP-DELTA READ"
               TO BDL-DESCRIPTION
           IF STP-LOGGED(2) AND STP-LOGGED(6)
               MOVE STP-CT-OUT(2) TO WS-BAL-LEFT
               MOVE STP-CT-IN(6) TO WS-BAL-RIGHT
               PERFORM 4800-PRINT-BALANCE-LINE
           ELSE
               PERFORM 4850-PRINT-NOT-CHECKED
           END-IF.

      * EMP_DELTA as payroll receives it is EMP-DELTA's own output
      * with the pending, reorg and re-key deltas concatenated on.
      * PAY-ACKREC must have read all of them, and every one must
      * have been matched by an acknowledgment.
       4300-CHECK-DELTAS-TO-PAYROLL.
           MOVE "DELTAS WRITTEN = PAY-ACKREC READ"
               TO BDL-DESCRIPTION
           IF STP-LOGGED(6) AND STP-LOGGED(8)
               MOVE STP-CT-OUT(6) TO WS-DELTAS-WRITTEN
               PERFORM 4310-ADD-EXTRA-DELTAS
                   VARYING WS-STP-IDX FROM 3 BY 1
                   UNTIL WS-STP-IDX > 5
               MOVE WS-DELTAS-WRITTEN TO WS-BAL-LEFT
               MOVE STP-CT-IN(8) TO WS-BAL-RIGHT
               PERFORM 4800-PRINT-BALANCE-LINE
               MOVE "DELTAS WRITTEN = MATCHED BY PAYROLL"
                   TO BDL-DESCRIPTION
               MOVE WS-DELTAS-WRITTEN TO WS-BAL-LEFT
               MOVE STP-CT-OUT(8) TO WS-BAL-RIGHT
               PERFORM 4800-PRINT-BALANCE-LINE
           ELSE
               PERFORM 4850-PRINT-NOT-CHECKED
               MOVE "DELTAS WRITTEN = MATCHED BY PAYROLL"
                   TO BDL-DESCRIPTION
               PERFORM 4850-PRINT-NOT-CHECKED
           END-IF.

       4310-ADD-EXTRA-DELTAS.
           IF STP-LOGGED(WS-STP-IDX)
               ADD STP-CT-AUX-1(WS-STP-IDX) TO WS-DELTAS-WRITTEN
           END-IF.

      * Last night's CLEAN_OUT is tonight's RECYCLE block, so its
      * trailer count must equal what the edit accepted from that
      * block. No recycle run on file balances only if the edit
      * took nothing from a RECYCLE block either.
       4400-CHECK-RECYCLE-TO-EDIT.
           MOVE "CLEAN_OUT TRAILER = EDIT RECYCLE ACCEPTED"
               TO BDL-DESCRIPTION
           IF STP-LOGGED(2)
               IF STP-LOGGED(1)
                   MOVE STP-CT-OUT(1) TO WS-BAL-LEFT
               ELSE
                   MOVE ZERO TO WS-BAL-LEFT
               END-IF
               MOVE STP-CT-AUX-1(2) TO WS-BAL-RIGHT
               PERFORM 4800-PRINT-BALANCE-LINE
           ELSE
               PERFORM 4850-PRINT-NOT-CHECKED
           END-IF.

       4500-PRINT-SIGN-OFF.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4900-WRITE-LINE
           MOVE "JOB LOG RECORDS READ:" TO SUM-LABEL
           MOVE WS-CT-LOG-READ TO SUM-VALUE
           MOVE SUM-LABEL-LINE TO WS-PRINT-LINE
           PERFORM 4900-WRITE-LINE
           MOVE "  FOR THIS BUSINESS DATE:" TO SUM-LABEL
           MOVE WS-CT-LOG-FOR-DATE TO SUM-VALUE
           MOVE SUM-LABEL-LINE TO WS-PRINT-LINE
           PERFORM 4900-WRITE-LINE
           MOVE "  OTHER STEPS THIS DATE:" TO SUM-LABEL
           MOVE WS-CT-LOG-OTHER TO SUM-VALUE
           MOVE SUM-LABEL-LINE TO WS-PRINT-LINE
           PERFORM 4900-WRITE-LINE
           MOVE "  UNREADABLE, IGNORED:" TO SUM-LABEL
           MOVE WS-CT-LOG-INVALID TO SUM-VALUE
           MOVE SUM-LABEL-LINE TO WS-PRINT-LINE
           PERFORM 4900-WRITE-LINE
           MOVE "BREAKS FOUND:" TO SUM-LABEL
           MOVE WS-CT-BREAKS TO SUM-VALUE
           MOVE SUM-LABEL-LINE TO WS-PRINT-LINE
           PERFORM 4900-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4900-WRITE-LINE
           IF WS-CT-BREAKS = ZERO
               MOVE "*** CHAIN COMPLETE AND IN BALANCE ***"
                   TO WS-PRINT-LINE
           ELSE
               MOVE "*** BREAKS FOUND - NIGHT NOT SIGNED OFF ***"
                   TO WS-PRINT-LINE
           END-IF
           PERFORM 4900-WRITE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 4900-WRITE-LINE
           MOVE SIGN-OFF-LINE TO WS-PRINT-LINE
           PERFORM 4900-WRITE-LINE.

       4800-PRINT-BALANCE-LINE.
           ADD 1 TO WS-CT-CHECKS
           MOVE WS-BAL-LEFT TO BDL-LEFT
           MOVE WS-BAL-RIGHT TO BDL-RIGHT
           IF WS-BAL-LEFT = WS-BAL-RIGHT
               MOVE "OK" TO BDL-RESULT
           ELSE
               MOVE "BREAK - OUT OF BALANCE" TO BDL-RESULT
               ADD 1 TO WS-CT-BREAKS
           END-IF
           MOVE BAL-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 4900-WRITE-LINE.

      * The missing step is already a break on its own line; the
      * balance it feeds is shown but not counted a second time.
       4850-PRINT-NOT-CHECKED.
           MOVE SPACES TO BDL-VALUES
           MOVE "NOT CHECKED - STEP MISSING" TO BDL-RESULT
           MOVE BAL-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 4900-WRITE-LINE.

       4900-WRITE-LINE.
           WRITE CHECK-PRINT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       9000-PRINT-CONTROL-TOTALS.
           DISPLAY " "
           DISPLAY "===== END-OF-NIGHT CHECK CONTROL TOTALS ====="
           DISPLAY "BUSINESS DATE:         " WS-CHECK-DATE
           DISPLAY "LOG RECORDS READ:      " WS-CT-LOG-READ
           DISPLAY "FOR BUSINESS DATE:     " WS-CT-LOG-FOR-DATE
           DISPLAY "OTHER STEPS THIS DATE: " WS-CT-LOG-OTHER
           DISPLAY "UNREADABLE RECORDS:    " WS-CT-LOG-INVALID
           DISPLAY "CHECKS MADE:           " WS-CT-CHECKS
           DISPLAY "BREAKS FOUND:          " WS-CT-BREAKS.

      * 8 means the night is not signed off: see CHK_RPT for the
      * step or balance that broke. 16 means no check was made.
       9900-TERMINATE.
           IF WS-CHKRPT-OPEN
               CLOSE CHECK-REPORT-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   DISPLAY "END-OF-NIGHT CHECK ENDED IN ERROR - "
                       "NIGHT NOT CHECKED"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-CT-BREAKS > ZERO
                   DISPLAY "END-OF-NIGHT CHECK FOUND BREAKS - "
                       "SEE CHK_RPT"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "END-OF-NIGHT CHECK COMPLETE - IN BALANCE"
           END-EVALUATE.

      * One step record per run on the shared job log, so JOB-CHECK
      * can sign off the night without anyone opening this step's
      * report. Counts logged for this step:
      *   IN  job log records read
      *   OUT checks made
      *   REJECTED breaks found
       9950-WRITE-JOB-LOG.
           ACCEPT WS-JL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JL-TIME-RAW FROM TIME
           MOVE WS-JL-RUN-DATE TO WS-JL-BUSINESS-DATE
           OPEN INPUT BUS-DATE-FILE
           IF WS-BUSDATE-STATUS = "00"
               READ BUS-DATE-FILE
                   NOT AT END
                       IF BD-BUSINESS-DATE NUMERIC
                          AND BD-BUSINESS-DATE > ZERO
                           MOVE BD-BUSINESS-DATE
                               TO WS-JL-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUS-DATE-FILE
           ELSE
               IF WS-BUSDATE-STATUS = "05"
                   CLOSE BUS-DATE-FILE
               END-IF
           END-IF
           OPEN EXTEND JOB-LOG-FILE
           IF WS-JOBLOG-STATUS = "00" OR WS-JOBLOG-STATUS = "05"
               MOVE WS-JL-BUSINESS-DATE TO JL-BUSINESS-DATE
               MOVE "JOB-CHECK" TO JL-STEP-NAME
               MOVE WS-JL-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JL-RUN-TIME TO JL-RUN-TIME
               MOVE RETURN-CODE TO JL-RETURN-CODE
               MOVE WS-CT-LOG-READ TO JL-CT-IN
               MOVE WS-CT-CHECKS TO JL-CT-OUT
               MOVE WS-CT-BREAKS TO JL-CT-REJECTED
               MOVE ZERO TO JL-CT-AUX-1
               MOVE ZERO TO JL-CT-AUX-2
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN JOB-LOG-FILE, "
                   "STATUS=" WS-JOBLOG-STATUS
                   " - STEP NOT LOGGED"
           END-IF.

       END PROGRAM JOB-CHECK.
