      ******************************************************************
      * Author: Mike Sharpe
      * Student ID: 040774804
      * Course and Section: CST8283 013
      * Date:
      * Purpose: Benefits carrier eligibility interface. Reads the
      *          EMP_OUT master and writes the carrier's eligibility
      *          file: an ENR record for each active or on-leave
      *          employee the carrier has not been sent, a CHG record
      *          for one whose carrier fields changed since the last
      *          transmission, and a TRM record with a coverage-end
      *          date for one who has left. What was last sent is
      *          kept on a state file (BEN_STATE_IN read, BEN_STATE_
      *          OUT written) so a normal run sends only the
      *          differences; BEN_PARMS can request a full refresh.
      *          The file is bracketed by HDR and TRL records carrying
      *          the data record count and an EMPLOYEE-ID hash total,
      *          the same way STOCK_IN is controlled, and BEN_RPT is
      *          the transmittal HR balances against the carrier's
      *          receipt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEN-ELIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * EMP_OUT, BEN_STATE_IN, BEN_STATE_OUT, BEN_OUT, BEN_PARMS,
      * JRNL_IN, ID_XREF, BEN_RPT and the sort landing file are
      * DD-style names resolved through environment variables, the
      * same convention as the nightly extract job.
           SELECT EMPLOYEE-MASTER
           ASSIGN TO "EMP_OUT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OUT-EMPLOYEE-ID
           FILE STATUS IS WS-EMPOUT-STATUS.

      * The previous run's BEN_STATE_OUT, promoted by the scheduler
      * only once the carrier has acknowledged that transmission.
      * OPTIONAL: with no state yet, everyone covered is enrolled.
           SELECT OPTIONAL STATE-IN-FILE
           ASSIGN TO "BEN_STATE_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATE-IN-STATUS.

           SELECT STATE-SORTED-FILE
           ASSIGN TO "BENSORT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATE-SRT-STATUS.

           SELECT STATE-OUT-FILE
           ASSIGN TO "BEN_STATE_OUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATE-OUT-STATUS.

           SELECT CARRIER-FILE
           ASSIGN TO "BEN_OUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CARRIER-STATUS.

      * Optional one-record run control: 'Y' in the first byte sends
      * a full refresh instead of the changes since the last send.
           SELECT PARM-FILE
           ASSIGN TO "BEN_PARMS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

      * The apply journals written since the last transmission,
      * concatenated. They supply each termination's coverage-end
      * date. OPTIONAL: without them every termination goes with
      * the run date, marked for HR to confirm.
           SELECT OPTIONAL JOURNAL-FILE
           ASSIGN TO "JRNL_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

      * OPTIONAL: until the first re-key there is no cross-reference
      * and the state file is matched exactly as read.
           SELECT OPTIONAL ID-XREF-FILE
           ASSIGN TO "ID_XREF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS XR-OLD-ID
           FILE STATUS IS WS-XREF-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO "BEN_RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT SORT-FILE
           ASSIGN TO "SORTWK1".

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
       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-OUT-RECORD.
           05 OUT-EMPLOYEE-ID PIC 9(6).
           05 OUT-DEPT-CODE PIC 9(3).
           05 OUT-DEPT-NAME PIC X(20).
           05 OUT-LAST-NAME PIC A(20).
           05 OUT-FIRST-NAME PIC A(20).
           05 OUT-YEARS-SERVICE PIC 9(2)V9.
           05 OUT-HIRE-DATE PIC 9(8).
           05 OUT-EMP-STATUS PIC X.
               88 OUT-COVERED VALUES "A" "L".
           05 OUT-LAST-CHANGE-DATE PIC 9(8).

      * One record per employee the carrier holds as covered, in
      * EMPLOYEE-ID order, with the values last sent for them.
       FD  STATE-IN-FILE.
       01 STATE-IN-RECORD PIC X(86).

       FD  STATE-SORTED-FILE.
       01 STATE-SORTED-RECORD.
           05 SS-EMPLOYEE-ID PIC 9(6).
           05 SS-DEPT-CODE PIC 9(3).
           05 SS-DEPT-NAME PIC X(20).
           05 SS-LAST-NAME PIC X(20).
           05 SS-FIRST-NAME PIC X(20).
           05 SS-HIRE-DATE PIC 9(8).
           05 SS-EMP-STATUS PIC X.
           05 SS-SENT-DATE PIC 9(8).
           05 SS-PRIOR-ID PIC 9(6).

       FD  STATE-OUT-FILE.
       01 STATE-OUT-RECORD.
           05 ST-EMPLOYEE-ID PIC 9(6).
           05 ST-DEPT-CODE PIC 9(3).
           05 ST-DEPT-NAME PIC X(20).
           05 ST-LAST-NAME PIC X(20).
           05 ST-FIRST-NAME PIC X(20).
           05 ST-HIRE-DATE PIC 9(8).
           05 ST-EMP-STATUS PIC X.
           05 ST-SENT-DATE PIC 9(8).

      * Data records carry ENR, CHG or TRM in the first three bytes;
      * the control records redefine the same buffer with HDR and
      * TRL. BE-PRIOR-ID is the ID the carrier last had for a person
      * since re-keyed, zero otherwise.
       FD  CARRIER-FILE.
       01 CARRIER-RECORD.
           05 BE-RECORD-TYPE PIC X(3).
               88 BE-ENROLMENT VALUE "ENR".
               88 BE-CHANGE VALUE "CHG".
               88 BE-TERMINATION VALUE "TRM".
           05 BE-EMPLOYEE-ID PIC 9(6).
           05 BE-LAST-NAME PIC X(20).
           05 BE-FIRST-NAME PIC X(20).
           05 BE-DEPT-CODE PIC 9(3).
           05 BE-DEPT-NAME PIC X(20).
           05 BE-HIRE-DATE PIC 9(8).
           05 BE-EMP-STATUS PIC X.
           05 BE-COVERAGE-END PIC 9(8).
           05 BE-PRIOR-ID PIC 9(6).
           05 FILLER PIC X(5).
       01 CARRIER-CONTROL-RECORD.
           05 BC-RECORD-TYPE PIC X(3).
           05 BC-HEADER-DETAIL.
               10 BC-CREATE-DATE PIC 9(8).
               10 BC-SENDER-ID PIC X(8).
               10 BC-FILE-TYPE PIC X.
                   88 BC-FULL-FILE VALUE "F".
                   88 BC-CHANGES-ONLY VALUE "C".
               10 FILLER PIC X(80).
           05 BC-TRAILER-DETAIL REDEFINES BC-HEADER-DETAIL.
               10 BC-RECORD-COUNT PIC 9(7).
               10 BC-ID-HASH PIC 9(13).
               10 FILLER PIC X(77).

       FD  PARM-FILE.
       01 PARM-RECORD.
           05 PRM-FULL-REFRESH PIC X.

       FD  JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JNL-RUN-DATE PIC 9(8).
           05 JNL-ACTION PIC X.
           05 JNL-EMPLOYEE-ID PIC 9(6).
           05 JNL-BEFORE-IMAGE.
               10 FILLER PIC X(80).
               10 JNB-EMP-STATUS PIC X.
                   88 JNB-COVERED VALUES "A" "L".
               10 FILLER PIC X(8).
           05 JNL-AFTER-IMAGE.
               10 FILLER PIC X(80).
               10 JNA-EMP-STATUS PIC X.
                   88 JNA-TERMINATED VALUE "T".
               10 FILLER PIC X(8).

       FD  ID-XREF-FILE.
       01 ID-XREF-RECORD.
           05 XR-OLD-ID PIC 9(6).
           05 XR-NEW-ID PIC 9(6).
           05 XR-ACTION PIC X.
               88 XR-REKEYED VALUE "K".
               88 XR-MERGED VALUE "M".
           05 XR-CHANGE-DATE PIC 9(8).
           05 XR-KEYED-BY PIC X(8).

       FD  REPORT-FILE.
       01 REPORT-PRINT-RECORD PIC X(132).

       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-EMPLOYEE-ID PIC 9(6).
           05 SRT-DETAIL PIC X(80).
           05 SRT-PRIOR-ID PIC 9(6).

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

       01 WS-EMPOUT-STATUS PIC XX.
       01 WS-STATE-IN-STATUS PIC XX.
       01 WS-STATE-SRT-STATUS PIC XX.
       01 WS-STATE-OUT-STATUS PIC XX.
       01 WS-CARRIER-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-JRNL-STATUS PIC XX.
       01 WS-XREF-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.

       01 WS-ABORT-SWITCH PIC X VALUE 'N'.
           88 WS-ABORT-RUN VALUE 'Y'.

       01 WS-FULL-REFRESH-SWITCH PIC X VALUE 'N'.
           88 WS-FULL-REFRESH VALUE 'Y'.

       01 WS-STATE-PRESENT-SWITCH PIC X VALUE 'N'.
           88 WS-STATE-PRESENT VALUE 'Y'.

       01 WS-MASTER-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-MASTER-OPEN VALUE 'Y'.

       01 WS-CARRIER-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-CARRIER-OPEN VALUE 'Y'.

       01 WS-STATE-OUT-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-STATE-OUT-OPEN VALUE 'Y'.

       01 WS-RPT-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-RPT-OPEN VALUE 'Y'.

       01 WS-XREF-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-XREF-OPEN VALUE 'Y'.

       01 WS-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y'.

       01 WS-STATE-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-STATE-EOF VALUE 'Y'.

       01 WS-STATE-IN-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-STATE-IN-EOF VALUE 'Y'.

       01 WS-JRNL-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-JRNL-EOF VALUE 'Y'.

       01 WS-XREF-DONE-SWITCH PIC X VALUE 'N'.
           88 WS-XREF-DONE VALUE 'Y'.

       01 WS-STATE-DUP-SWITCH PIC X VALUE 'N'.
           88 WS-STATE-DUPLICATE VALUE 'Y'.

       01 WS-TERM-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-TERM-FOUND VALUE 'Y'.

       01 WS-SENT-SWITCH PIC X VALUE 'N'.
           88 WS-SENT-TONIGHT VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.

       01 WS-CURRENT-ID PIC 9(6) VALUE ZERO.
       01 WS-LAST-STATE-ID PIC 9(6) VALUE ZERO.
       01 WS-XREF-HOPS PIC 9(3) VALUE ZERO.
       01 WS-XREF-HOP-LIMIT PIC 9(3) VALUE 20.

      * Coverage-end dates found in the journals: the night each
      * employee went from covered to terminated, or was deleted
      * while covered (a merged-away duplicate ID). A later journal
      * record for the same ID replaces the earlier date.
       01 WS-TERM-MAX PIC 9(5) VALUE 5000.
       01 WS-TERM-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TERM-IDX PIC 9(5) VALUE ZERO.
       01 WS-TERM-TABLE.
           05 WS-TERM-ENTRY OCCURS 5000 TIMES.
               10 TT-EMPLOYEE-ID PIC 9(6).
               10 TT-END-DATE PIC 9(8).

       01 WS-LOOKUP-ID PIC 9(6) VALUE ZERO.
       01 WS-COVERAGE-END PIC 9(8) VALUE ZERO.
       01 WS-END-DEFAULTED-SWITCH PIC X VALUE 'N'.
           88 WS-END-DEFAULTED VALUE 'Y'.
       01 WS-SEND-TYPE PIC X(3) VALUE SPACES.
       01 WS-SEND-PRIOR-ID PIC 9(6) VALUE ZERO.
       01 WS-ID-HASH PIC 9(13) VALUE ZERO.

       01 WS-CT-MASTER-READ PIC 9(7) VALUE ZERO.
       01 WS-CT-STATE-READ PIC 9(7) VALUE ZERO.
       01 WS-CT-STATE-SORTED PIC 9(7) VALUE ZERO.
       01 WS-CT-STATE-TRANSLATED PIC 9(7) VALUE ZERO.
       01 WS-CT-STATE-DUPLICATES PIC 9(7) VALUE ZERO.
       01 WS-CT-JNL-READ PIC 9(7) VALUE ZERO.
       01 WS-CT-TERM-DATES PIC 9(7) VALUE ZERO.
       01 WS-CT-TERM-OVERFLOW PIC 9(7) VALUE ZERO.
       01 WS-CT-ENROLMENTS PIC 9(7) VALUE ZERO.
       01 WS-CT-CHANGES PIC 9(7) VALUE ZERO.
       01 WS-CT-TERMINATIONS PIC 9(7) VALUE ZERO.
       01 WS-CT-DATA-WRITTEN PIC 9(7) VALUE ZERO.
       01 WS-CT-UNCHANGED PIC 9(7) VALUE ZERO.
       01 WS-CT-NOT-COVERED PIC 9(7) VALUE ZERO.
       01 WS-CT-END-DEFAULTED PIC 9(7) VALUE ZERO.
       01 WS-CT-STATE-WRITTEN PIC 9(7) VALUE ZERO.

       01 WS-LINE-COUNT PIC 9(3) VALUE 99.
       01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.

       01 BEN-HEADING-1.
           05 FILLER PIC X(40)
               VALUE "BENEFITS ELIGIBILITY TRANSMITTAL".
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 BH1-RUN-DATE PIC 9999/99/99.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 BH1-PAGE PIC ZZ9.
           05 FILLER PIC X(55) VALUE SPACES.

       01 BEN-HEADING-2.
           05 FILLER PIC X(11) VALUE "FILE TYPE: ".
           05 BH2-FILE-TYPE PIC X(40).
           05 FILLER PIC X(81) VALUE SPACES.

       01 BEN-HEADING-3.
           05 FILLER PIC X(5) VALUE "TYPE".
           05 FILLER PIC X(8) VALUE "EMP ID".
           05 FILLER PIC X(10) VALUE "PRIOR ID".
           05 FILLER PIC X(21) VALUE "LAST NAME".
           05 FILLER PIC X(21) VALUE "FIRST NAME".
           05 FILLER PIC X(5) VALUE "DEPT".
           05 FILLER PIC X(21) VALUE "DEPT NAME".
           05 FILLER PIC X(11) VALUE "HIRE DATE".
           05 FILLER PIC X(4) VALUE "ST".
           05 FILLER PIC X(26) VALUE "COV END".

       01 BEN-DETAIL-LINE.
           05 BL-RECORD-TYPE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BL-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BL-PRIOR-ID PIC 9(6).
           05 BL-PRIOR-ID-X REDEFINES BL-PRIOR-ID PIC X(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 BL-LAST-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BL-FIRST-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BL-DEPT-CODE PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BL-DEPT-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BL-HIRE-DATE PIC 9999/99/99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 BL-EMP-STATUS PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 BL-COVERAGE-END PIC 9999/99/99.
           05 BL-COVERAGE-END-X REDEFINES BL-COVERAGE-END
               PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BL-END-NOTE PIC X(11).
           05 FILLER PIC X(4) VALUE SPACES.

      * The closing counts by record type, which HR ties to the
      * carrier's receipt.
       01 BEN-TOTAL-LINE.
           05 BT-LABEL PIC X(32).
           05 BT-VALUE PIC Z(12)9.
           05 FILLER PIC X(87) VALUE SPACES.

       01 WS-JOBLOG-STATUS PIC XX.
       01 WS-BUSDATE-STATUS PIC XX.
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
               PERFORM 2000-SORT-STATE
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 3000-MATCH-MASTER-TO-STATE
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 4000-WRITE-TRAILER
               PERFORM 8000-PRINT-TRANSMITTAL-TOTALS
           END-IF
           PERFORM 9000-PRINT-CONTROL-TOTALS
           PERFORM 9900-TERMINATE
           PERFORM 9950-WRITE-JOB-LOG
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-LOAD-RUN-PARMS
      * With no state file every covered employee goes as an
      * enrolment, which is a full file whatever the parm said.
           OPEN INPUT STATE-IN-FILE
           IF WS-STATE-IN-STATUS = "00"
               SET WS-STATE-PRESENT TO TRUE
               CLOSE STATE-IN-FILE
           ELSE
               IF WS-STATE-IN-STATUS NOT = "05"
                   DISPLAY "ERROR: UNABLE TO OPEN STATE-IN-FILE "
                       "(BEN_STATE_IN), STATUS=" WS-STATE-IN-STATUS
                   SET WS-ABORT-RUN TO TRUE
               ELSE
                   CLOSE STATE-IN-FILE
                   DISPLAY "WARNING: NO PRIOR BENEFITS STATE - "
                       "FULL FILE SENT"
                   SET WS-FULL-REFRESH TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN INPUT EMPLOYEE-MASTER
               IF WS-EMPOUT-STATUS = "00"
                   SET WS-MASTER-OPEN TO TRUE
               ELSE
                   DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-MASTER, "
                       "STATUS=" WS-EMPOUT-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
      * Without the cross-reference a re-keyed person would reach
      * the carrier as a termination and a new enrolment, so an
      * unreadable one (as opposed to one not created yet) stops
      * the run.
           IF NOT WS-ABORT-RUN AND WS-STATE-PRESENT
               OPEN INPUT ID-XREF-FILE
               EVALUATE WS-XREF-STATUS
                   WHEN "00"
                       SET WS-XREF-OPEN TO TRUE
                   WHEN "05"
                       CLOSE ID-XREF-FILE
                   WHEN OTHER
                       DISPLAY "ERROR: UNABLE TO OPEN ID-XREF-FILE, "
                           "STATUS=" WS-XREF-STATUS
                       SET WS-ABORT-RUN TO TRUE
               END-EVALUATE
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT CARRIER-FILE
               OPEN OUTPUT STATE-OUT-FILE
               OPEN OUTPUT REPORT-FILE
               IF WS-CARRIER-STATUS = "00"
                   SET WS-CARRIER-OPEN TO TRUE
               END-IF
               IF WS-STATE-OUT-STATUS = "00"
                   SET WS-STATE-OUT-OPEN TO TRUE
               END-IF
               IF WS-RPT-STATUS = "00"
                   SET WS-RPT-OPEN TO TRUE
               END-IF
               IF NOT WS-CARRIER-OPEN OR NOT WS-STATE-OUT-OPEN
                  OR NOT WS-RPT-OPEN
                   DISPLAY "ERROR: UNABLE TO OPEN OUTPUT FILES, "
                       "CARRIER=" WS-CARRIER-STATUS
                       " STATE=" WS-STATE-OUT-STATUS
                       " RPT=" WS-RPT-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1100-LOAD-TERM-DATES
               PERFORM 1200-WRITE-HEADER
           END-IF.

       1050-LOAD-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       DISPLAY "WARNING: BEN_PARMS IS EMPTY - "
                           "CHANGES ONLY SENT"
                   NOT AT END
                       IF PRM-FULL-REFRESH = "Y"
                           SET WS-FULL-REFRESH TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-FULL-REFRESH
               DISPLAY "BENEFITS FILE TYPE:    FULL REFRESH"
           ELSE
               DISPLAY "BENEFITS FILE TYPE:    CHANGES ONLY"
           END-IF.

       1100-LOAD-TERM-DATES.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS = "00"
               PERFORM 1150-LOAD-ONE-TERM-DATE UNTIL WS-JRNL-EOF
               CLOSE JOURNAL-FILE
           ELSE
               IF WS-JRNL-STATUS NOT = "05"
                   DISPLAY "WARNING: UNABLE TO READ JOURNAL-FILE, "
                       "STATUS=" WS-JRNL-STATUS
               END-IF
               CLOSE JOURNAL-FILE
               DISPLAY "WARNING: NO JOURNALS - COVERAGE END DATES "
                   "DEFAULTED TO THE RUN DATE AND FLAGGED FOR HR "
                   "TO CONFIRM"
           END-IF.

       1150-LOAD-ONE-TERM-DATE.
           READ JOURNAL-FILE
               AT END
                   SET WS-JRNL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-JNL-READ
                   IF (JNL-ACTION = "R" AND JNB-COVERED
                       AND JNA-TERMINATED)
                      OR (JNL-ACTION = "D" AND JNB-COVERED)
                       MOVE JNL-EMPLOYEE-ID TO WS-LOOKUP-ID
                       PERFORM 6100-FIND-TERM-DATE
                       IF WS-TERM-FOUND
                           MOVE JNL-RUN-DATE
                               TO TT-END-DATE(WS-TERM-IDX)
                       ELSE
                           PERFORM 1160-ADD-TERM-DATE
                       END-IF
                   END-IF
           END-READ.

       1160-ADD-TERM-DATE.
           IF WS-TERM-COUNT < WS-TERM-MAX
               ADD 1 TO WS-TERM-COUNT
               ADD 1 TO WS-CT-TERM-DATES
               MOVE JNL-EMPLOYEE-ID TO TT-EMPLOYEE-ID(WS-TERM-COUNT)
               MOVE JNL-RUN-DATE TO TT-END-DATE(WS-TERM-COUNT)
           ELSE
               ADD 1 TO WS-CT-TERM-OVERFLOW
           END-IF.

       1200-WRITE-HEADER.
           MOVE SPACES TO CARRIER-CONTROL-RECORD
           MOVE "HDR" TO BC-RECORD-TYPE
           MOVE WS-RUN-DATE TO BC-CREATE-DATE
           MOVE "HRMASTER" TO BC-SENDER-ID
           IF WS-FULL-REFRESH
               SET BC-FULL-FILE TO TRUE
           ELSE
               SET BC-CHANGES-ONLY TO TRUE
           END-IF
           WRITE CARRIER-CONTROL-RECORD.

      * The state file is in EMPLOYEE-ID order as written, but IDs
      * re-keyed since the last send are translated on the way in,
      * so it is sorted again. A re-keyed person keeps the old ID as
      * the prior ID, so the carrier is told of the change on a CHG
      * record. A chain that ends in a merge is left on its last ID,
      * which is no longer on the master and so goes as a TRM.
       2000-SORT-STATE.
           IF WS-STATE-PRESENT
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-EMPLOYEE-ID
                   INPUT PROCEDURE IS 2100-TRANSLATE-STATE
                   GIVING STATE-SORTED-FILE
               IF WS-XREF-OPEN
                   CLOSE ID-XREF-FILE
                   MOVE 'N' TO WS-XREF-OPEN-SWITCH
               END-IF
               OPEN INPUT STATE-SORTED-FILE
               IF WS-STATE-SRT-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN STATE-SORTED-FILE, "
                       "STATUS=" WS-STATE-SRT-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           ELSE
               SET WS-STATE-EOF TO TRUE
           END-IF.

       2100-TRANSLATE-STATE.
           OPEN INPUT STATE-IN-FILE
           PERFORM 2200-RELEASE-STATE-RECORD UNTIL WS-STATE-IN-EOF
           CLOSE STATE-IN-FILE.

       2200-RELEASE-STATE-RECORD.
           READ STATE-IN-FILE INTO SORT-RECORD
               AT END
                   SET WS-STATE-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-STATE-READ
                   MOVE ZERO TO SRT-PRIOR-ID
                   IF WS-XREF-OPEN
                       PERFORM 2300-TRANSLATE-STATE-ID
                   END-IF
                   RELEASE SORT-RECORD
           END-READ.

       2300-TRANSLATE-STATE-ID.
           MOVE SRT-EMPLOYEE-ID TO WS-CURRENT-ID
           MOVE ZERO TO WS-XREF-HOPS
           MOVE 'N' TO WS-XREF-DONE-SWITCH
           PERFORM 2310-FOLLOW-ID-XREF UNTIL WS-XREF-DONE
           IF WS-CURRENT-ID NOT = SRT-EMPLOYEE-ID
               MOVE SRT-EMPLOYEE-ID TO SRT-PRIOR-ID
               MOVE WS-CURRENT-ID TO SRT-EMPLOYEE-ID
               ADD 1 TO WS-CT-STATE-TRANSLATED
           END-IF.

       2310-FOLLOW-ID-XREF.
           MOVE WS-CURRENT-ID TO XR-OLD-ID
           READ ID-XREF-FILE
               INVALID KEY
                   SET WS-XREF-DONE TO TRUE
               NOT INVALID KEY
                   IF XR-MERGED OR WS-XREF-HOPS >= WS-XREF-HOP-LIMIT
                       SET WS-XREF-DONE TO TRUE
                   ELSE
                       MOVE XR-NEW-ID TO WS-CURRENT-ID
                       ADD 1 TO WS-XREF-HOPS
                   END-IF
           END-READ.

       3000-MATCH-MASTER-TO-STATE.
           MOVE ZERO TO OUT-EMPLOYEE-ID
           START EMPLOYEE-MASTER KEY NOT LESS THAN OUT-EMPLOYEE-ID
               INVALID KEY
                   SET WS-MASTER-EOF TO TRUE
           END-START
           PERFORM 3100-READ-MASTER
           PERFORM 3200-READ-STATE
           PERFORM 3300-MATCH-ONE-PAIR
               UNTIL WS-MASTER-EOF AND WS-STATE-EOF
           IF WS-STATE-PRESENT
               CLOSE STATE-SORTED-FILE
           END-IF.

       3100-READ-MASTER.
           IF NOT WS-MASTER-EOF
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CT-MASTER-READ
               END-READ
           END-IF.

      * A translated state record can land on an ID the carrier also
      * holds in its own right; only the first is matched.
       3200-READ-STATE.
           IF NOT WS-STATE-EOF
               SET WS-STATE-DUPLICATE TO TRUE
               PERFORM 3250-READ-STATE-RECORD
                   UNTIL WS-STATE-EOF OR NOT WS-STATE-DUPLICATE
           END-IF.

       3250-READ-STATE-RECORD.
           READ STATE-SORTED-FILE
               AT END
                   SET WS-STATE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-STATE-SORTED
                   IF WS-CT-STATE-SORTED > 1
                      AND SS-EMPLOYEE-ID = WS-LAST-STATE-ID
                       ADD 1 TO WS-CT-STATE-DUPLICATES
                   ELSE
                       MOVE 'N' TO WS-STATE-DUP-SWITCH
                       MOVE SS-EMPLOYEE-ID TO WS-LAST-STATE-ID
                   END-IF
           END-READ.

      * Master only: a covered employee the carrier has never had is
      * enrolled. State only: someone the carrier covers who is no
      * longer on the master at all (purged, or merged away) is
      * terminated. On both: covered is compared field by field,
      * no longer covered is terminated.
       3300-MATCH-ONE-PAIR.
           EVALUATE TRUE
               WHEN WS-STATE-EOF
                   PERFORM 3400-MASTER-ONLY
                   PERFORM 3100-READ-MASTER
               WHEN WS-MASTER-EOF
                   PERFORM 3600-STATE-ONLY
                   PERFORM 3200-READ-STATE
               WHEN OUT-EMPLOYEE-ID < SS-EMPLOYEE-ID
                   PERFORM 3400-MASTER-ONLY
                   PERFORM 3100-READ-MASTER
               WHEN OUT-EMPLOYEE-ID > SS-EMPLOYEE-ID
                   PERFORM 3600-STATE-ONLY
                   PERFORM 3200-READ-STATE
               WHEN OTHER
                   PERFORM 3500-MASTER-AND-STATE
                   PERFORM 3100-READ-MASTER
                   PERFORM 3200-READ-STATE
           END-EVALUATE.

       3400-MASTER-ONLY.
           IF OUT-COVERED
               MOVE "ENR" TO WS-SEND-TYPE
               MOVE ZERO TO WS-SEND-PRIOR-ID
               PERFORM 5000-WRITE-MASTER-RECORD
               SET WS-SENT-TONIGHT TO TRUE
               PERFORM 5500-WRITE-STATE
           ELSE
               ADD 1 TO WS-CT-NOT-COVERED
           END-IF.

       3500-MASTER-AND-STATE.
           MOVE SS-PRIOR-ID TO WS-SEND-PRIOR-ID
           IF OUT-COVERED
               SET WS-SENT-TONIGHT TO TRUE
               EVALUATE TRUE
                   WHEN WS-FULL-REFRESH
                       MOVE "ENR" TO WS-SEND-TYPE
                       PERFORM 5000-WRITE-MASTER-RECORD
                   WHEN SS-PRIOR-ID NOT = ZERO
                     OR OUT-DEPT-CODE NOT = SS-DEPT-CODE
                     OR OUT-DEPT-NAME NOT = SS-DEPT-NAME
                     OR OUT-LAST-NAME NOT = SS-LAST-NAME
                     OR OUT-FIRST-NAME NOT = SS-FIRST-NAME
                     OR OUT-HIRE-DATE NOT = SS-HIRE-DATE
                     OR OUT-EMP-STATUS NOT = SS-EMP-STATUS
                       MOVE "CHG" TO WS-SEND-TYPE
                       PERFORM 5000-WRITE-MASTER-RECORD
                   WHEN OTHER
                       MOVE 'N' TO WS-SENT-SWITCH
                       ADD 1 TO WS-CT-UNCHANGED
               END-EVALUATE
               PERFORM 5500-WRITE-STATE
           ELSE
               PERFORM 6000-GET-COVERAGE-END
               MOVE "TRM" TO WS-SEND-TYPE
               PERFORM 5000-WRITE-MASTER-RECORD
           END-IF.

      * The carrier's own last copy of the person is all there is
      * to send.
       3600-STATE-ONLY.
           PERFORM 6000-GET-COVERAGE-END
           MOVE SPACES TO CARRIER-RECORD
           MOVE "TRM" TO BE-RECORD-TYPE
           MOVE SS-EMPLOYEE-ID TO BE-EMPLOYEE-ID
           MOVE SS-LAST-NAME TO BE-LAST-NAME
           MOVE SS-FIRST-NAME TO BE-FIRST-NAME
           MOVE SS-DEPT-CODE TO BE-DEPT-CODE
           MOVE SS-DEPT-NAME TO BE-DEPT-NAME
           MOVE SS-HIRE-DATE TO BE-HIRE-DATE
           MOVE "T" TO BE-EMP-STATUS
           MOVE WS-COVERAGE-END TO BE-COVERAGE-END
           MOVE SS-PRIOR-ID TO BE-PRIOR-ID
           PERFORM 5100-WRITE-CARRIER-RECORD.

      * WS-SEND-TYPE and WS-SEND-PRIOR-ID are set by the caller, and
      * WS-COVERAGE-END as well for a termination.
       5000-WRITE-MASTER-RECORD.
           MOVE SPACES TO CARRIER-RECORD
           MOVE WS-SEND-TYPE TO BE-RECORD-TYPE
           MOVE OUT-EMPLOYEE-ID TO BE-EMPLOYEE-ID
           MOVE OUT-LAST-NAME TO BE-LAST-NAME
           MOVE OUT-FIRST-NAME TO BE-FIRST-NAME
           MOVE OUT-DEPT-CODE TO BE-DEPT-CODE
           MOVE OUT-DEPT-NAME TO BE-DEPT-NAME
           MOVE OUT-HIRE-DATE TO BE-HIRE-DATE
           MOVE OUT-EMP-STATUS TO BE-EMP-STATUS
           IF BE-TERMINATION
               MOVE WS-COVERAGE-END TO BE-COVERAGE-END
           ELSE
               MOVE ZERO TO BE-COVERAGE-END
           END-IF
           MOVE WS-SEND-PRIOR-ID TO BE-PRIOR-ID
           PERFORM 5100-WRITE-CARRIER-RECORD.

       5100-WRITE-CARRIER-RECORD.
           ADD 1 TO WS-CT-DATA-WRITTEN
           ADD BE-EMPLOYEE-ID TO WS-ID-HASH
           EVALUATE TRUE
               WHEN BE-ENROLMENT
                   ADD 1 TO WS-CT-ENROLMENTS
               WHEN BE-CHANGE
                   ADD 1 TO WS-CT-CHANGES
               WHEN BE-TERMINATION
                   ADD 1 TO WS-CT-TERMINATIONS
           END-EVALUATE
           PERFORM 7000-PRINT-DETAIL-LINE
           WRITE CARRIER-RECORD.

      * Everyone still covered goes onto the new state, sent tonight
      * or not; the date is when the carrier last got their values.
       5500-WRITE-STATE.
           MOVE OUT-EMPLOYEE-ID TO ST-EMPLOYEE-ID
           MOVE OUT-DEPT-CODE TO ST-DEPT-CODE
           MOVE OUT-DEPT-NAME TO ST-DEPT-NAME
           MOVE OUT-LAST-NAME TO ST-LAST-NAME
           MOVE OUT-FIRST-NAME TO ST-FIRST-NAME
           MOVE OUT-HIRE-DATE TO ST-HIRE-DATE
           MOVE OUT-EMP-STATUS TO ST-EMP-STATUS
           IF WS-SENT-TONIGHT
               MOVE WS-RUN-DATE TO ST-SENT-DATE
           ELSE
               MOVE SS-SENT-DATE TO ST-SENT-DATE
           END-IF
           WRITE STATE-OUT-RECORD
           ADD 1 TO WS-CT-STATE-WRITTEN
           MOVE 'N' TO WS-SENT-SWITCH.

      * Coverage ends on the night the journals show the employee
      * leaving cover, looked up under the current ID and then the
      * ID the carrier knew them by. Failing that it ends on the run
      * date, counted and marked DEFAULTED on the detail line so HR
      * can confirm the real date. The master's last change date is
      * no guide: the nightly apply restamps it on every rewrite.
       6000-GET-COVERAGE-END.
           MOVE 'N' TO WS-END-DEFAULTED-SWITCH
           MOVE SS-EMPLOYEE-ID TO WS-LOOKUP-ID
           PERFORM 6100-FIND-TERM-DATE
           IF NOT WS-TERM-FOUND AND SS-PRIOR-ID NOT = ZERO
               MOVE SS-PRIOR-ID TO WS-LOOKUP-ID
               PERFORM 6100-FIND-TERM-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-TERM-FOUND
                   MOVE TT-END-DATE(WS-TERM-IDX) TO WS-COVERAGE-END
               WHEN OTHER
                   MOVE WS-RUN-DATE TO WS-COVERAGE-END
                   SET WS-END-DEFAULTED TO TRUE
                   ADD 1 TO WS-CT-END-DEFAULTED
           END-EVALUATE.

       6100-FIND-TERM-DATE.
           MOVE 'N' TO WS-TERM-FOUND-SWITCH
           PERFORM 6200-CHECK-ONE-TERM-DATE
               VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > WS-TERM-COUNT OR WS-TERM-FOUND
           IF WS-TERM-FOUND
               SUBTRACT 1 FROM WS-TERM-IDX
           END-IF.

       6200-CHECK-ONE-TERM-DATE.
           IF TT-EMPLOYEE-ID(WS-TERM-IDX) = WS-LOOKUP-ID
               SET WS-TERM-FOUND TO TRUE
           END-IF.

       4000-WRITE-TRAILER.
           MOVE SPACES TO CARRIER-CONTROL-RECORD
           MOVE "TRL" TO BC-RECORD-TYPE
           MOVE WS-CT-DATA-WRITTEN TO BC-RECORD-COUNT
           MOVE WS-ID-HASH TO BC-ID-HASH
           WRITE CARRIER-CONTROL-RECORD.

       7000-PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7100-PRINT-HEADINGS
           END-IF
           MOVE BE-RECORD-TYPE TO BL-RECORD-TYPE
           MOVE BE-EMPLOYEE-ID TO BL-EMPLOYEE-ID
           IF BE-PRIOR-ID = ZERO
               MOVE SPACES TO BL-PRIOR-ID-X
           ELSE
               MOVE BE-PRIOR-ID TO BL-PRIOR-ID
           END-IF
           MOVE BE-LAST-NAME TO BL-LAST-NAME
           MOVE BE-FIRST-NAME TO BL-FIRST-NAME
           MOVE BE-DEPT-CODE TO BL-DEPT-CODE
           MOVE BE-DEPT-NAME TO BL-DEPT-NAME
           MOVE BE-HIRE-DATE TO BL-HIRE-DATE
           MOVE BE-EMP-STATUS TO BL-EMP-STATUS
           MOVE SPACES TO BL-END-NOTE
           IF BE-TERMINATION
               MOVE BE-COVERAGE-END TO BL-COVERAGE-END
               IF WS-END-DEFAULTED
                   MOVE "DEFAULTED" TO BL-END-NOTE
               END-IF
           ELSE
               MOVE SPACES TO BL-COVERAGE-END-X
           END-IF
           WRITE REPORT-PRINT-RECORD FROM BEN-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       7100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO BH1-RUN-DATE
           MOVE WS-PAGE-COUNT TO BH1-PAGE
           WRITE REPORT-PRINT-RECORD FROM BEN-HEADING-1
               AFTER ADVANCING PAGE
           IF WS-FULL-REFRESH
               MOVE "FULL REFRESH" TO BH2-FILE-TYPE
           ELSE
               MOVE "CHANGES SINCE LAST TRANSMISSION"
                   TO BH2-FILE-TYPE
           END-IF
           WRITE REPORT-PRINT-RECORD FROM BEN-HEADING-2
               AFTER ADVANCING 1 LINE
           WRITE REPORT-PRINT-RECORD FROM BEN-HEADING-3
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 1 LINE
           MOVE 5 TO WS-LINE-COUNT.

      * The transmittal totals always start a page of their own so
      * HR can send that page to the carrier.
       8000-PRINT-TRANSMITTAL-TOTALS.
           PERFORM 7100-PRINT-HEADINGS
           MOVE "ENROLMENTS (ENR):" TO BT-LABEL
           MOVE WS-CT-ENROLMENTS TO BT-VALUE
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "CHANGES (CHG):" TO BT-LABEL
           MOVE WS-CT-CHANGES TO BT-VALUE
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "TERMINATIONS (TRM):" TO BT-LABEL
           MOVE WS-CT-TERMINATIONS TO BT-VALUE
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "TOTAL DATA RECORDS (TRL COUNT):" TO BT-LABEL
           MOVE WS-CT-DATA-WRITTEN TO BT-VALUE
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "EMPLOYEE-ID HASH (TRL HASH):" TO BT-LABEL
           MOVE WS-ID-HASH TO BT-VALUE
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "COVERED, UNCHANGED - NOT SENT:" TO BT-LABEL
           MOVE WS-CT-UNCHANGED TO BT-VALUE
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "COVERAGE END DEFAULTED TO RUN:" TO BT-LABEL
           MOVE WS-CT-END-DEFAULTED TO BT-VALUE
           PERFORM 8100-PRINT-TOTAL-LINE
           MOVE "COVERED ON NEW STATE FILE:" TO BT-LABEL
           MOVE WS-CT-STATE-WRITTEN TO BT-VALUE
           PERFORM 8100-PRINT-TOTAL-LINE.

       8100-PRINT-TOTAL-LINE.
           WRITE REPORT-PRINT-RECORD FROM BEN-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       9000-PRINT-CONTROL-TOTALS.
           DISPLAY " "
           DISPLAY "===== BENEFITS ELIGIBILITY CONTROL TOTALS ====="
           DISPLAY "MASTER RECORDS READ:   " WS-CT-MASTER-READ
           DISPLAY "STATE RECORDS READ:    " WS-CT-STATE-READ
           DISPLAY "STATE IDS TRANSLATED:  " WS-CT-STATE-TRANSLATED
           DISPLAY "STATE DUPLICATES:      " WS-CT-STATE-DUPLICATES
           DISPLAY "JOURNAL RECORDS READ:  " WS-CT-JNL-READ
           DISPLAY "COVERAGE END DATES:    " WS-CT-TERM-DATES
           DISPLAY "END DATES NOT TABLED:  " WS-CT-TERM-OVERFLOW
           DISPLAY "ENROLMENTS SENT:       " WS-CT-ENROLMENTS
           DISPLAY "CHANGES SENT:          " WS-CT-CHANGES
           DISPLAY "TERMINATIONS SENT:     " WS-CT-TERMINATIONS
           DISPLAY "DATA RECORDS WRITTEN:  " WS-CT-DATA-WRITTEN
           DISPLAY "EMPLOYEE-ID HASH:      " WS-ID-HASH
           DISPLAY "UNCHANGED, NOT SENT:   " WS-CT-UNCHANGED
           DISPLAY "NOT COVERED, NOT SENT: " WS-CT-NOT-COVERED
           DISPLAY "END DATES DEFAULTED:   " WS-CT-END-DEFAULTED
           DISPLAY "STATE RECORDS WRITTEN: " WS-CT-STATE-WRITTEN.

      * 16 means BEN_OUT and BEN_STATE_OUT must not be sent or
      * promoted. 4 means some coverage-end dates were defaulted or
      * could not be tabled and should be confirmed by HR.
       9900-TERMINATE.
           IF WS-MASTER-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF WS-XREF-OPEN
               CLOSE ID-XREF-FILE
           END-IF
           IF WS-CARRIER-OPEN
               CLOSE CARRIER-FILE
           END-IF
           IF WS-STATE-OUT-OPEN
               CLOSE STATE-OUT-FILE
           END-IF
           IF WS-RPT-OPEN
               CLOSE REPORT-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   DISPLAY "BENEFITS ELIGIBILITY ENDED IN ERROR - "
                       "BEN_OUT NOT RELEASED"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-CT-END-DEFAULTED > ZERO
                 OR WS-CT-TERM-OVERFLOW > ZERO
                   DISPLAY "BENEFITS ELIGIBILITY COMPLETED WITH "
                       "WARNINGS - SEE BEN_RPT"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "BENEFITS ELIGIBILITY COMPLETE"
           END-EVALUATE.

      * One step record per run on the shared job log, so JOB-CHECK
      * can sign off the night without anyone opening this step's
      * report. Counts logged for this step:
      *   IN  master records read
      *   OUT data records written to BEN_OUT
      *   AUX-1 coverage end dates defaulted
      *   AUX-2 state records written
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
               MOVE "BEN-ELIG" TO JL-STEP-NAME
               MOVE WS-JL-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JL-RUN-TIME TO JL-RUN-TIME
               MOVE RETURN-CODE TO JL-RETURN-CODE
               MOVE WS-CT-MASTER-READ TO JL-CT-IN
               MOVE WS-CT-DATA-WRITTEN TO JL-CT-OUT
               MOVE ZERO TO JL-CT-REJECTED
               MOVE WS-CT-END-DEFAULTED TO JL-CT-AUX-1
               MOVE WS-CT-STATE-WRITTEN TO JL-CT-AUX-2
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN JOB-LOG-FILE, "
                   "STATUS=" WS-JOBLOG-STATUS
                   " - STEP NOT LOGGED"
           END-IF.

       END PROGRAM BEN-ELIG.
