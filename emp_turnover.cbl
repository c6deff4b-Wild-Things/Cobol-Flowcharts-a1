      ******************************************************************
      * Author: Mike Sharpe
      * Student ID: 040774804
      * Course and Section: CST8283 013
      * Date:
      * Purpose: Monthly turnover and attrition statistics. Reads the
      *          month's apply journals (the JRNL_OUT before/after
      *          images of every master change, concatenated as
      *          JRNL_IN) and the EMP_OUT master, and prints by
      *          department the opening headcount, hires, rehires,
      *          terminations, transfers in and out, leave starts and
      *          returns, closing headcount and turnover percentage,
      *          with a company total and the prior month's rate for
      *          comparison. Each employee is classified on the net
      *          change across the month, from the before image of
      *          their first journal record in it to the after image
      *          of their last, so a move undone within the month is
      *          no movement. Headcount is active plus on-leave
      *          employees. Opening plus movements must equal closing
      *          for every department; one that does not is flagged
      *          on the report, never printed as if it balanced. Each
      *          month's figures are appended to TURN_HIST, which is
      *          where next month's opening headcount comes from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-TURNOVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * JRNL_IN, EMP_OUT, DEPT_MASTER, TURN_PARMS, TURN_HIST and
      * TURN_RPT are DD-style names resolved through environment
      * variables, the same convention as the nightly extract job.
      * Ops concatenate the month's dated journals onto JRNL_IN,
      * plus any written since month end when the report runs a few
      * days into the next month; the journal of a night that was
      * backed out is left off, since the backout itself writes no
      * journal.
           SELECT JOURNAL-FILE
           ASSIGN TO "JRNL_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT EMPLOYEE-MASTER
           ASSIGN TO "EMP_OUT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OUT-EMPLOYEE-ID
           FILE STATUS IS WS-EMPOUT-STATUS.

           SELECT DEPARTMENT-MASTER
           ASSIGN TO "DEPT_MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DM-DEPT-CODE
           FILE STATUS IS WS-DEPT-STATUS.

      * Optional one-record run control naming the report month; a
      * missing or unusable file means the calendar month before the
      * run date.
           SELECT PARM-FILE
           ASSIGN TO "TURN_PARMS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

      * Permanent turnover history, one record per department per
      * month plus a company record, appended by every run. OPTIONAL
      * so the first month creates it.
           SELECT OPTIONAL HISTORY-FILE
           ASSIGN TO "TURN_HIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO "TURN_RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

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

           SELECT SORT-FILE
           ASSIGN TO "SORTWK1".
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JNL-RUN-DATE PIC 9(8).
           05 JNL-RUN-DATE-X REDEFINES JNL-RUN-DATE PIC X(8).
           05 JNL-ACTION PIC X.
           05 JNL-EMPLOYEE-ID PIC 9(6).
           05 JNL-BEFORE-IMAGE PIC X(89).
           05 JNL-AFTER-IMAGE PIC X(89).

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
           05 OUT-LAST-CHANGE-DATE PIC 9(8).

       FD  DEPARTMENT-MASTER.
       01 DEPARTMENT-RECORD.
           05 DM-DEPT-CODE PIC 9(3).
           05 DM-DEPT-NAME PIC X(20).

       FD  PARM-FILE.
       01 PARM-RECORD.
           05 PRM-REPORT-MONTH PIC 9(6).

      * TH-LEVEL D is a department line, C the company total. ID
      * adjustments are kept as separate in and out counts so the
      * file holds no signed fields.
       FD  HISTORY-FILE.
       01 HISTORY-RECORD.
           05 TH-LEVEL PIC X.
               88 TH-DEPARTMENT VALUE "D".
               88 TH-COMPANY VALUE "C".
           05 TH-MONTH PIC 9(6).
           05 TH-DEPT-CODE PIC 9(3).
           05 TH-OPENING PIC 9(6).
           05 TH-HIRES PIC 9(6).
           05 TH-REHIRES PIC 9(6).
           05 TH-TERMS PIC 9(6).
           05 TH-XFER-IN PIC 9(6).
           05 TH-XFER-OUT PIC 9(6).
           05 TH-LEAVE-START PIC 9(6).
           05 TH-LEAVE-RETURN PIC 9(6).
           05 TH-ID-ADJ-IN PIC 9(6).
           05 TH-ID-ADJ-OUT PIC 9(6).
           05 TH-CLOSING PIC 9(6).
           05 TH-TURNOVER-PCT PIC 9(3)V99.
           05 TH-BALANCED PIC X.

       FD  REPORT-FILE.
       01 REPORT-PRINT-RECORD PIC X(132).

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

      * The month's journal records by employee, in the order they
      * were read: the journals are concatenated oldest night first.
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-EMPLOYEE-ID PIC 9(6).
           05 SRT-SEQUENCE PIC 9(7).
           05 SRT-ACTION PIC X.
           05 SRT-BEFORE-IMAGE PIC X(89).
           05 SRT-AFTER-IMAGE PIC X(89).

       WORKING-STORAGE SECTION.

       01 WS-JRNL-STATUS PIC XX.
       01 WS-EMPOUT-STATUS PIC XX.
       01 WS-DEPT-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.

       01 WS-ABORT-SWITCH PIC X VALUE 'N'.
           88 WS-ABORT-RUN VALUE 'Y'.

       01 WS-JRNL-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-JRNL-OPEN VALUE 'Y'.

       01 WS-MASTER-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-MASTER-OPEN VALUE 'Y'.

       01 WS-DEPT-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-DEPT-OPEN VALUE 'Y'.

       01 WS-RPT-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-RPT-OPEN VALUE 'Y'.

       01 WS-JRNL-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-JRNL-EOF VALUE 'Y'.

       01 WS-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y'.

       01 WS-HIST-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-HIST-EOF VALUE 'Y'.

       01 WS-SORT-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.

      * Comes on when TURN_HIST holds the month before the report
      * month; otherwise every opening headcount is derived back
      * from the closing and the report says so.
       01 WS-PRIOR-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-PRIOR-FOUND VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR PIC 9(4).
           05 WS-RUN-MONTH PIC 9(2).
           05 WS-RUN-DAY PIC 9(2).

       01 WS-REPORT-MONTH PIC 9(6) VALUE ZERO.
       01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05 WS-RPT-YEAR PIC 9(4).
           05 WS-RPT-MONTH PIC 9(2).

       01 WS-PRIOR-MONTH PIC 9(6) VALUE ZERO.
       01 WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.
           05 WS-PRI-YEAR PIC 9(4).
           05 WS-PRI-MONTH PIC 9(2).

       01 WS-JNL-MONTH PIC 9(6) VALUE ZERO.

      * The two journal images laid out far enough to classify a
      * movement: department and status. A blank image (the before
      * of an insert, the after of a delete) is never in headcount.
       01 WS-BEFORE-IMAGE.
           05 WB-EMPLOYEE-ID PIC X(6).
           05 WB-DEPT-CODE PIC 9(3).
           05 FILLER PIC X(63).
           05 WB-HIRE-DATE PIC X(8).
           05 WB-EMP-STATUS PIC X.
               88 WB-IN-HEADCOUNT VALUES "A" "L".
           05 FILLER PIC X(8).

       01 WS-AFTER-IMAGE.
           05 WA-EMPLOYEE-ID PIC X(6).
           05 WA-DEPT-CODE PIC 9(3).
           05 FILLER PIC X(63).
           05 WA-HIRE-DATE PIC X(8).
           05 WA-EMP-STATUS PIC X.
               88 WA-IN-HEADCOUNT VALUES "A" "L".
           05 FILLER PIC X(8).

       01 WS-BEFORE-IDX PIC 9(5) VALUE ZERO.
       01 WS-AFTER-IDX PIC 9(5) VALUE ZERO.

      * The employee being netted, the action of their first record
      * in the month and of their last.
       01 WS-SEQUENCE PIC 9(7) VALUE ZERO.
       01 WS-NET-EMPLOYEE-ID PIC 9(6) VALUE ZERO.
       01 WS-FIRST-ACTION PIC X VALUE SPACE.
       01 WS-LAST-ACTION PIC X VALUE SPACE.

       01 WS-BEFORE-COUNTED-SWITCH PIC X VALUE 'N'.
           88 WS-BEFORE-COUNTED VALUE 'Y'.

       01 WS-AFTER-COUNTED-SWITCH PIC X VALUE 'N'.
           88 WS-AFTER-COUNTED VALUE 'Y'.

      * One slot per possible department code (000-999, held at
      * code + 1), as in the reorg headcount table.
       01 WS-CODE-IDX PIC 9(5) VALUE ZERO.
       01 WS-DEPT-CODE-DISP PIC 9(3) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 1000 TIMES.
               10 TD-OPENING PIC S9(6).
               10 TD-HIRES PIC 9(6).
               10 TD-REHIRES PIC 9(6).
               10 TD-TERMS PIC 9(6).
               10 TD-XFER-IN PIC 9(6).
               10 TD-XFER-OUT PIC 9(6).
               10 TD-LEAVE-START PIC 9(6).
               10 TD-LEAVE-RETURN PIC 9(6).
               10 TD-ID-ADJ-IN PIC 9(6).
               10 TD-ID-ADJ-OUT PIC 9(6).
               10 TD-CLOSING PIC S9(6).
               10 TD-PRIOR-SWITCH PIC X.
                   88 TD-PRIOR-PRESENT VALUE 'Y'.
               10 TD-PRIOR-PCT PIC 9(3)V99.

      * One line's (or the company's) figures while it is checked,
      * rated and printed.
       01 WS-LINE-FIGURES.
           05 WL-OPENING PIC S9(7).
           05 WL-HIRES PIC 9(7).
           05 WL-REHIRES PIC 9(7).
           05 WL-TERMS PIC 9(7).
           05 WL-XFER-IN PIC 9(7).
           05 WL-XFER-OUT PIC 9(7).
           05 WL-LEAVE-START PIC 9(7).
           05 WL-LEAVE-RETURN PIC 9(7).
           05 WL-ID-ADJ-IN PIC 9(7).
           05 WL-ID-ADJ-OUT PIC 9(7).
           05 WL-CLOSING PIC S9(7).
           05 WL-PRIOR-SWITCH PIC X.
               88 WL-PRIOR-PRESENT VALUE 'Y'.
           05 WL-PRIOR-PCT PIC 9(3)V99.

       01 WS-COMPANY-FIGURES.
           05 WC-OPENING PIC S9(7) VALUE ZERO.
           05 WC-HIRES PIC 9(7) VALUE ZERO.
           05 WC-REHIRES PIC 9(7) VALUE ZERO.
           05 WC-TERMS PIC 9(7) VALUE ZERO.
           05 WC-XFER-IN PIC 9(7) VALUE ZERO.
           05 WC-XFER-OUT PIC 9(7) VALUE ZERO.
           05 WC-LEAVE-START PIC 9(7) VALUE ZERO.
           05 WC-LEAVE-RETURN PIC 9(7) VALUE ZERO.
           05 WC-ID-ADJ-IN PIC 9(7) VALUE ZERO.
           05 WC-ID-ADJ-OUT PIC 9(7) VALUE ZERO.
           05 WC-CLOSING PIC S9(7) VALUE ZERO.
           05 WC-PRIOR-SWITCH PIC X VALUE 'N'.
               88 WC-PRIOR-PRESENT VALUE 'Y'.
           05 WC-PRIOR-PCT PIC 9(3)V99 VALUE ZERO.

       01 WS-NET-MOVEMENT PIC S9(7) VALUE ZERO.
       01 WS-EXPECTED-CLOSING PIC S9(7) VALUE ZERO.
       01 WS-AVERAGE-HC PIC S9(7)V9 VALUE ZERO.
       01 WS-TURNOVER-PCT PIC 9(3)V99 VALUE ZERO.
       01 WS-PCT-CHANGE PIC S9(3)V99 VALUE ZERO.
       01 WS-ID-ADJ-NET PIC S9(7) VALUE ZERO.

       01 WS-LINE-BALANCED-SWITCH PIC X VALUE 'Y'.
           88 WS-LINE-BALANCED VALUE 'Y'.

       01 WS-CT-JNL-READ PIC 9(7) VALUE ZERO.
       01 WS-CT-JNL-IN-MONTH PIC 9(7) VALUE ZERO.
       01 WS-CT-JNL-ROLLED-BACK PIC 9(7) VALUE ZERO.
       01 WS-CT-JNL-IGNORED PIC 9(7) VALUE ZERO.
       01 WS-CT-EMPS-IN-MONTH PIC 9(7) VALUE ZERO.
       01 WS-CT-MASTER-READ PIC 9(7) VALUE ZERO.
       01 WS-CT-HIST-READ PIC 9(7) VALUE ZERO.
       01 WS-CT-HIST-WRITTEN PIC 9(7) VALUE ZERO.
       01 WS-CT-DEPTS-PRINTED PIC 9(7) VALUE ZERO.
       01 WS-CT-OUT-OF-BALANCE PIC 9(7) VALUE ZERO.

       01 WS-LINE-COUNT PIC 9(3) VALUE 99.
       01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.

       01 TURN-HEADING-1.
           05 FILLER PIC X(34)
               VALUE "MONTHLY TURNOVER BY DEPARTMENT".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 TH1-RUN-DATE PIC 9999/99/99.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 TH1-PAGE PIC ZZ9.
           05 FILLER PIC X(55) VALUE SPACES.

       01 TURN-HEADING-2.
           05 FILLER PIC X(14) VALUE "REPORT MONTH: ".
           05 TH2-MONTH PIC 9999/99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TH2-OPENING-NOTE PIC X(60).
           05 FILLER PIC X(47) VALUE SPACES.

       01 TURN-HEADING-3.
           05 FILLER PIC X(21) VALUE "DEPT DEPT NAME".
           05 FILLER PIC X(7) VALUE "   OPEN".
           05 FILLER PIC X(7) VALUE "  HIRES".
           05 FILLER PIC X(7) VALUE " REHIRE".
           05 FILLER PIC X(7) VALUE "  TERMS".
           05 FILLER PIC X(7) VALUE " XFR IN".
           05 FILLER PIC X(7) VALUE " XFROUT".
           05 FILLER PIC X(7) VALUE " LV STR".
           05 FILLER PIC X(7) VALUE " LV RTN".
           05 FILLER PIC X(7) VALUE " ID ADJ".
           05 FILLER PIC X(7) VALUE "  CLOSE".
           05 FILLER PIC X(7) VALUE " TURN %".
           05 FILLER PIC X(7) VALUE " PRIOR%".
           05 FILLER PIC X(8) VALUE "  CHANGE".
           05 FILLER PIC X(19) VALUE " BALANCE".

       01 TURN-DETAIL-LINE.
           05 TL-DEPT-CODE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-DEPT-NAME PIC X(16).
           05 TL-OPENING PIC ------9.
           05 TL-HIRES PIC ZZZZZZ9.
           05 TL-REHIRES PIC ZZZZZZ9.
           05 TL-TERMS PIC ZZZZZZ9.
           05 TL-XFER-IN PIC ZZZZZZ9.
           05 TL-XFER-OUT PIC ZZZZZZ9.
           05 TL-LEAVE-START PIC ZZZZZZ9.
           05 TL-LEAVE-RETURN PIC ZZZZZZ9.
           05 TL-ID-ADJ PIC ------9.
           05 TL-CLOSING PIC ------9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TL-TURNOVER-PCT PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TL-PRIOR-PCT PIC ZZ9.99.
           05 TL-PRIOR-PCT-X REDEFINES TL-PRIOR-PCT PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TL-PCT-CHANGE PIC +ZZ9.99.
           05 TL-PCT-CHANGE-X REDEFINES TL-PCT-CHANGE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TL-BALANCE PIC X(18).

       01 TURN-FOOTNOTE-LINE.
           05 TF-TEXT PIC X(80).
           05 FILLER PIC X(52) VALUE SPACES.

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
               PERFORM 1200-LOAD-HISTORY
               PERFORM 2000-COUNT-MASTER
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-EMPLOYEE-ID SRT-SEQUENCE
                   INPUT PROCEDURE IS 3000-SELECT-JOURNAL
                   OUTPUT PROCEDURE IS 3200-NET-MOVEMENTS
               PERFORM 4000-PRINT-REPORT
               PERFORM 5000-APPEND-HISTORY
           END-IF
           PERFORM 9000-PRINT-CONTROL-TOTALS
           PERFORM 9900-TERMINATE
           PERFORM 9950-WRITE-JOB-LOG
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-DEPT-TABLE
           PERFORM 1050-LOAD-RUN-PARMS
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS = "00"
               SET WS-JRNL-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR: UNABLE TO OPEN JOURNAL-FILE (JRNL_IN)"
                   ", STATUS=" WS-JRNL-STATUS
               SET WS-ABORT-RUN TO TRUE
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
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT REPORT-FILE
               IF WS-RPT-STATUS = "00"
                   SET WS-RPT-OPEN TO TRUE
               ELSE
                   DISPLAY "ERROR: UNABLE TO OPEN REPORT-FILE, "
                       "STATUS=" WS-RPT-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           OPEN INPUT DEPARTMENT-MASTER
           IF WS-DEPT-STATUS = "00"
               SET WS-DEPT-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: DEPT-MASTER NOT AVAILABLE, STATUS "
                   WS-DEPT-STATUS " - NAMES NOT PRINTED"
           END-IF.

      * The month only overrides the default when it is numeric and
      * a real month.
       1050-LOAD-RUN-PARMS.
           IF WS-RUN-MONTH = 1
               COMPUTE WS-RPT-YEAR = WS-RUN-YEAR - 1
               MOVE 12 TO WS-RPT-MONTH
           ELSE
               MOVE WS-RUN-YEAR TO WS-RPT-YEAR
               COMPUTE WS-RPT-MONTH = WS-RUN-MONTH - 1
           END-IF
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       DISPLAY "WARNING: TURN_PARMS IS EMPTY - "
                           "DEFAULT MONTH USED"
                   NOT AT END
                       IF PRM-REPORT-MONTH NUMERIC
                          AND PRM-REPORT-MONTH(5:2) >= "01"
                          AND PRM-REPORT-MONTH(5:2) <= "12"
                           MOVE PRM-REPORT-MONTH TO WS-REPORT-MONTH
                       ELSE
                           DISPLAY "WARNING: TURN_PARMS MONTH "
                               "INVALID - DEFAULT MONTH USED"
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-RPT-MONTH = 1
               COMPUTE WS-PRI-YEAR = WS-RPT-YEAR - 1
               MOVE 12 TO WS-PRI-MONTH
           ELSE
               MOVE WS-RPT-YEAR TO WS-PRI-YEAR
               COMPUTE WS-PRI-MONTH = WS-RPT-MONTH - 1
           END-IF
           DISPLAY "TURNOVER REPORT MONTH: " WS-REPORT-MONTH.

      * Only the prior month is wanted: its closing headcounts open
      * this month and its rates are the comparison. A month run
      * twice appears twice; the later record wins.
       1200-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM 1250-READ-ONE-HISTORY UNTIL WS-HIST-EOF
               CLOSE HISTORY-FILE
           ELSE
               IF WS-HIST-STATUS NOT = "05"
                   DISPLAY "WARNING: UNABLE TO READ HISTORY-FILE, "
                       "STATUS=" WS-HIST-STATUS
               END-IF
               CLOSE HISTORY-FILE
           END-IF.

       1250-READ-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-HIST-READ
                   IF TH-MONTH = WS-PRIOR-MONTH
                       SET WS-PRIOR-FOUND TO TRUE
                       IF TH-COMPANY
                           SET WC-PRIOR-PRESENT TO TRUE
                           MOVE TH-TURNOVER-PCT TO WC-PRIOR-PCT
                       ELSE
                           COMPUTE WS-CODE-IDX = TH-DEPT-CODE + 1
                           MOVE TH-CLOSING TO TD-OPENING(WS-CODE-IDX)
                           SET TD-PRIOR-PRESENT(WS-CODE-IDX) TO TRUE
                           MOVE TH-TURNOVER-PCT
                               TO TD-PRIOR-PCT(WS-CODE-IDX)
                       END-IF
                   END-IF
           END-READ.

      * Today's headcount per department; the journal pass then
      * rolls it back to the close of the report month.
       2000-COUNT-MASTER.
           MOVE ZERO TO OUT-EMPLOYEE-ID
           START EMPLOYEE-MASTER KEY NOT LESS THAN OUT-EMPLOYEE-ID
               INVALID KEY
                   SET WS-MASTER-EOF TO TRUE
           END-START
           PERFORM 2100-COUNT-ONE-EMPLOYEE UNTIL WS-MASTER-EOF.

       2100-COUNT-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-MASTER-READ
                   IF OUT-EMP-STATUS = "A" OR OUT-EMP-STATUS = "L"
                       COMPUTE WS-CODE-IDX = OUT-DEPT-CODE + 1
                       ADD 1 TO TD-CLOSING(WS-CODE-IDX)
                   END-IF
           END-READ.

      * Journal records from before the month are ignored; records
      * from after it are undone against today's headcount to reach
      * the month-end closing; records inside it go to the sort, to
      * be netted per employee. An action no step writes is ignored
      * here so it can never open or close an employee's month.
       3000-SELECT-JOURNAL.
           PERFORM 3050-READ-ONE-JOURNAL UNTIL WS-JRNL-EOF.

       3050-READ-ONE-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET WS-JRNL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-JNL-READ
                   IF JNL-RUN-DATE-X NOT NUMERIC
                       ADD 1 TO WS-CT-JNL-IGNORED
                   ELSE
                       MOVE JNL-BEFORE-IMAGE TO WS-BEFORE-IMAGE
                       MOVE JNL-AFTER-IMAGE TO WS-AFTER-IMAGE
                       COMPUTE WS-JNL-MONTH = JNL-RUN-DATE / 100
                       EVALUATE TRUE
                           WHEN WS-JNL-MONTH < WS-REPORT-MONTH
                               ADD 1 TO WS-CT-JNL-IGNORED
                           WHEN WS-JNL-MONTH > WS-REPORT-MONTH
                               ADD 1 TO WS-CT-JNL-ROLLED-BACK
                               PERFORM 3100-ROLL-BACK-CLOSING
                           WHEN JNL-ACTION = "A" OR "K" OR "D" OR "R"
                               ADD 1 TO WS-CT-JNL-IN-MONTH
                               PERFORM 3150-RELEASE-IN-MONTH
                           WHEN OTHER
                               ADD 1 TO WS-CT-JNL-IGNORED
                       END-EVALUATE
                   END-IF
           END-READ.

       3100-ROLL-BACK-CLOSING.
           IF WB-IN-HEADCOUNT AND WB-DEPT-CODE NUMERIC
               COMPUTE WS-BEFORE-IDX = WB-DEPT-CODE + 1
               ADD 1 TO TD-CLOSING(WS-BEFORE-IDX)
           END-IF
           IF WA-IN-HEADCOUNT AND WA-DEPT-CODE NUMERIC
               COMPUTE WS-AFTER-IDX = WA-DEPT-CODE + 1
               SUBTRACT 1 FROM TD-CLOSING(WS-AFTER-IDX)
           END-IF.

       3150-RELEASE-IN-MONTH.
           ADD 1 TO WS-SEQUENCE
           MOVE JNL-EMPLOYEE-ID TO SRT-EMPLOYEE-ID
           MOVE WS-SEQUENCE TO SRT-SEQUENCE
           MOVE JNL-ACTION TO SRT-ACTION
           MOVE JNL-BEFORE-IMAGE TO SRT-BEFORE-IMAGE
           MOVE JNL-AFTER-IMAGE TO SRT-AFTER-IMAGE
           RELEASE SORT-RECORD.

      * One classification per employee: the before image of their
      * first record in the month against the after image of their
      * last. The nightly full-extract rewrite journals every
      * employee every night, and a transfer reversed, or a leave
      * started and ended, within the month is no movement at all.
      * Every employee's net change moves the departments by exactly
      * what the roll-back of the closing does, so the month
      * balances however many times a person moved in it.
       3200-NET-MOVEMENTS.
           PERFORM 3210-RETURN-JOURNAL
           PERFORM 3220-NET-ONE-EMPLOYEE UNTIL WS-SORT-EOF.

       3210-RETURN-JOURNAL.
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       3220-NET-ONE-EMPLOYEE.
           ADD 1 TO WS-CT-EMPS-IN-MONTH
           MOVE SRT-EMPLOYEE-ID TO WS-NET-EMPLOYEE-ID
           MOVE SRT-ACTION TO WS-FIRST-ACTION
           MOVE SRT-BEFORE-IMAGE TO WS-BEFORE-IMAGE
           PERFORM 3230-TAKE-LAST-IMAGE
               UNTIL WS-SORT-EOF
                  OR SRT-EMPLOYEE-ID NOT = WS-NET-EMPLOYEE-ID
           PERFORM 3300-CLASSIFY-MOVEMENT.

       3230-TAKE-LAST-IMAGE.
           MOVE SRT-ACTION TO WS-LAST-ACTION
           MOVE SRT-AFTER-IMAGE TO WS-AFTER-IMAGE
           PERFORM 3210-RETURN-JOURNAL.

      * Into headcount from outside it is a hire when the month
      * opened with the insert (A), a rehire when it opened on a
      * record already on file (back from T), and an ID adjustment
      * when it opened with the re-key step's insert under the new
      * ID (K). Out of headcount is an ID adjustment when the month
      * closed with the re-key step's delete of the old ID (D), a
      * termination otherwise. K and D are kept apart so a re-key or
      * a merged duplicate never reads as a hire or a termination.
      * In headcount at both ends, the state changes between the two
      * images are transfers and leave starts or returns.
       3300-CLASSIFY-MOVEMENT.
           MOVE 'N' TO WS-BEFORE-COUNTED-SWITCH
           MOVE 'N' TO WS-AFTER-COUNTED-SWITCH
           IF WB-IN-HEADCOUNT AND WB-DEPT-CODE NUMERIC
               SET WS-BEFORE-COUNTED TO TRUE
               COMPUTE WS-BEFORE-IDX = WB-DEPT-CODE + 1
           END-IF
           IF WA-IN-HEADCOUNT AND WA-DEPT-CODE NUMERIC
               SET WS-AFTER-COUNTED TO TRUE
               COMPUTE WS-AFTER-IDX = WA-DEPT-CODE + 1
           END-IF
           EVALUATE TRUE
               WHEN WS-BEFORE-COUNTED AND WS-AFTER-COUNTED
                   PERFORM 3350-CLASSIFY-STATE-CHANGE
               WHEN WS-AFTER-COUNTED
                   EVALUATE WS-FIRST-ACTION
                       WHEN "A"
                           ADD 1 TO TD-HIRES(WS-AFTER-IDX)
                       WHEN "K"
                           ADD 1 TO TD-ID-ADJ-IN(WS-AFTER-IDX)
                       WHEN OTHER
                           ADD 1 TO TD-REHIRES(WS-AFTER-IDX)
                   END-EVALUATE
               WHEN WS-BEFORE-COUNTED
                   IF WS-LAST-ACTION = "D"
                       ADD 1 TO TD-ID-ADJ-OUT(WS-BEFORE-IDX)
                   ELSE
                       ADD 1 TO TD-TERMS(WS-BEFORE-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3350-CLASSIFY-STATE-CHANGE.
           IF WB-DEPT-CODE NOT = WA-DEPT-CODE
               ADD 1 TO TD-XFER-OUT(WS-BEFORE-IDX)
               ADD 1 TO TD-XFER-IN(WS-AFTER-IDX)
           END-IF
           IF WB-EMP-STATUS = "A" AND WA-EMP-STATUS = "L"
               ADD 1 TO TD-LEAVE-START(WS-AFTER-IDX)
           END-IF
           IF WB-EMP-STATUS = "L" AND WA-EMP-STATUS = "A"
               ADD 1 TO TD-LEAVE-RETURN(WS-AFTER-IDX)
           END-IF.

       4000-PRINT-REPORT.
           PERFORM 4100-PRINT-DEPT-LINE
               VARYING WS-CODE-IDX FROM 1 BY 1
               UNTIL WS-CODE-IDX > 1000
           PERFORM 4500-PRINT-COMPANY-LINE.

      * Only departments with someone in them at either end of the
      * month, or any movement during it, print.
       4100-PRINT-DEPT-LINE.
           MOVE TD-HIRES(WS-CODE-IDX) TO WL-HIRES
           MOVE TD-REHIRES(WS-CODE-IDX) TO WL-REHIRES
           MOVE TD-TERMS(WS-CODE-IDX) TO WL-TERMS
           MOVE TD-XFER-IN(WS-CODE-IDX) TO WL-XFER-IN
           MOVE TD-XFER-OUT(WS-CODE-IDX) TO WL-XFER-OUT
           MOVE TD-LEAVE-START(WS-CODE-IDX) TO WL-LEAVE-START
           MOVE TD-LEAVE-RETURN(WS-CODE-IDX) TO WL-LEAVE-RETURN
           MOVE TD-ID-ADJ-IN(WS-CODE-IDX) TO WL-ID-ADJ-IN
           MOVE TD-ID-ADJ-OUT(WS-CODE-IDX) TO WL-ID-ADJ-OUT
           MOVE TD-CLOSING(WS-CODE-IDX) TO WL-CLOSING
           MOVE TD-PRIOR-SWITCH(WS-CODE-IDX) TO WL-PRIOR-SWITCH
           MOVE TD-PRIOR-PCT(WS-CODE-IDX) TO WL-PRIOR-PCT
           COMPUTE WS-NET-MOVEMENT = WL-HIRES + WL-REHIRES
               - WL-TERMS + WL-XFER-IN - WL-XFER-OUT
               + WL-ID-ADJ-IN - WL-ID-ADJ-OUT
           IF WS-PRIOR-FOUND
               MOVE TD-OPENING(WS-CODE-IDX) TO WL-OPENING
           ELSE
               COMPUTE WL-OPENING = WL-CLOSING - WS-NET-MOVEMENT
               MOVE WL-OPENING TO TD-OPENING(WS-CODE-IDX)
           END-IF
           IF WL-OPENING NOT = ZERO OR WL-CLOSING NOT = ZERO
              OR WL-HIRES > ZERO OR WL-REHIRES > ZERO
              OR WL-TERMS > ZERO OR WL-XFER-IN > ZERO
              OR WL-XFER-OUT > ZERO OR WL-LEAVE-START > ZERO
              OR WL-LEAVE-RETURN > ZERO OR WL-ID-ADJ-IN > ZERO
              OR WL-ID-ADJ-OUT > ZERO
               ADD 1 TO WS-CT-DEPTS-PRINTED
               COMPUTE WS-DEPT-CODE-DISP = WS-CODE-IDX - 1
               MOVE WS-DEPT-CODE-DISP TO TL-DEPT-CODE
               PERFORM 4150-GET-DEPT-NAME
               PERFORM 4200-RATE-AND-CHECK-LINE
               IF NOT WS-LINE-BALANCED
                   ADD 1 TO WS-CT-OUT-OF-BALANCE
               END-IF
               PERFORM 4300-FORMAT-AND-PRINT-LINE
               PERFORM 4400-ADD-TO-COMPANY
           END-IF.

       4150-GET-DEPT-NAME.
           MOVE SPACES TO TL-DEPT-NAME
           IF WS-DEPT-OPEN
               COMPUTE DM-DEPT-CODE = WS-CODE-IDX - 1
               READ DEPARTMENT-MASTER
                   INVALID KEY
                       MOVE "NOT ON DEPT MAST" TO TL-DEPT-NAME
                   NOT INVALID KEY
                       MOVE DM-DEPT-NAME TO TL-DEPT-NAME
               END-READ
           END-IF.

      * Turnover is terminations over the average of opening and
      * closing headcount. The balance check can only fail when the
      * opening came from last month's history: a derived opening
      * balances by construction, which the heading declares.
       4200-RATE-AND-CHECK-LINE.
           COMPUTE WS-NET-MOVEMENT = WL-HIRES + WL-REHIRES
               - WL-TERMS + WL-XFER-IN - WL-XFER-OUT
               + WL-ID-ADJ-IN - WL-ID-ADJ-OUT
           COMPUTE WS-EXPECTED-CLOSING = WL-OPENING + WS-NET-MOVEMENT
           IF WS-EXPECTED-CLOSING = WL-CLOSING
              AND WL-OPENING NOT < ZERO
               MOVE 'Y' TO WS-LINE-BALANCED-SWITCH
           ELSE
               MOVE 'N' TO WS-LINE-BALANCED-SWITCH
           END-IF
           COMPUTE WS-AVERAGE-HC = (WL-OPENING + WL-CLOSING) / 2
           IF WS-AVERAGE-HC > ZERO
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                   WL-TERMS * 100 / WS-AVERAGE-HC
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-TURNOVER-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-TURNOVER-PCT
           END-IF.

       4300-FORMAT-AND-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4800-PRINT-HEADINGS
           END-IF
           MOVE WL-OPENING TO TL-OPENING
           MOVE WL-HIRES TO TL-HIRES
           MOVE WL-REHIRES TO TL-REHIRES
           MOVE WL-TERMS TO TL-TERMS
           MOVE WL-XFER-IN TO TL-XFER-IN
           MOVE WL-XFER-OUT TO TL-XFER-OUT
           MOVE WL-LEAVE-START TO TL-LEAVE-START
           MOVE WL-LEAVE-RETURN TO TL-LEAVE-RETURN
           COMPUTE WS-ID-ADJ-NET = WL-ID-ADJ-IN - WL-ID-ADJ-OUT
           MOVE WS-ID-ADJ-NET TO TL-ID-ADJ
           MOVE WL-CLOSING TO TL-CLOSING
           MOVE WS-TURNOVER-PCT TO TL-TURNOVER-PCT
           IF WL-PRIOR-PRESENT
               MOVE WL-PRIOR-PCT TO TL-PRIOR-PCT
               COMPUTE WS-PCT-CHANGE = WS-TURNOVER-PCT - WL-PRIOR-PCT
               MOVE WS-PCT-CHANGE TO TL-PCT-CHANGE
           ELSE
               MOVE "   N/A" TO TL-PRIOR-PCT-X
               MOVE SPACES TO TL-PCT-CHANGE-X
           END-IF
           IF WS-LINE-BALANCED
               MOVE "IN BALANCE" TO TL-BALANCE
           ELSE
               MOVE "*** OUT OF BALANCE" TO TL-BALANCE
           END-IF
           WRITE REPORT-PRINT-RECORD FROM TURN-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       4400-ADD-TO-COMPANY.
           ADD WL-OPENING TO WC-OPENING
           ADD WL-HIRES TO WC-HIRES
           ADD WL-REHIRES TO WC-REHIRES
           ADD WL-TERMS TO WC-TERMS
           ADD WL-XFER-IN TO WC-XFER-IN
           ADD WL-XFER-OUT TO WC-XFER-OUT
           ADD WL-LEAVE-START TO WC-LEAVE-START
           ADD WL-LEAVE-RETURN TO WC-LEAVE-RETURN
           ADD WL-ID-ADJ-IN TO WC-ID-ADJ-IN
           ADD WL-ID-ADJ-OUT TO WC-ID-ADJ-OUT
           ADD WL-CLOSING TO WC-CLOSING.

      * Transfers net to zero across the company, so the company
      * line balances exactly when every department does; it is
      * still checked on its own figures.
       4500-PRINT-COMPANY-LINE.
           IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
               PERFORM 4800-PRINT-HEADINGS
           END-IF
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-COMPANY-FIGURES TO WS-LINE-FIGURES
           MOVE SPACES TO TL-DEPT-CODE
           MOVE "COMPANY TOTAL" TO TL-DEPT-NAME
           PERFORM 4200-RATE-AND-CHECK-LINE
           PERFORM 4300-FORMAT-AND-PRINT-LINE
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-CT-OUT-OF-BALANCE > ZERO
               MOVE "*** DEPARTMENTS OUT OF BALANCE - CHECK JOURNALS"
                   TO TF-TEXT
           ELSE
               MOVE "ALL DEPARTMENTS IN BALANCE" TO TF-TEXT
           END-IF
           WRITE REPORT-PRINT-RECORD FROM TURN-FOOTNOTE-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       4800-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO TH1-RUN-DATE
           MOVE WS-PAGE-COUNT TO TH1-PAGE
           WRITE REPORT-PRINT-RECORD FROM TURN-HEADING-1
               AFTER ADVANCING PAGE
           MOVE WS-REPORT-MONTH TO TH2-MONTH
           IF WS-PRIOR-FOUND
               MOVE "OPENING HEADCOUNT FROM PRIOR MONTH CLOSE"
                   TO TH2-OPENING-NOTE
           ELSE
               MOVE "OPENING HEADCOUNT DERIVED - NO PRIOR MONTH HISTORY"
                   TO TH2-OPENING-NOTE
           END-IF
           WRITE REPORT-PRINT-RECORD FROM TURN-HEADING-2
               AFTER ADVANCING 1 LINE
           WRITE REPORT-PRINT-RECORD FROM TURN-HEADING-3
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 1 LINE
           MOVE 5 TO WS-LINE-COUNT.

      * Every printed department goes to the history, including the
      * ones that have emptied, so next month opens at zero for them
      * rather than at a stale figure.
       5000-APPEND-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS = "00" OR WS-HIST-STATUS = "05"
               PERFORM 5100-WRITE-DEPT-HISTORY
                   VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > 1000
               MOVE "C" TO TH-LEVEL
               MOVE ZERO TO TH-DEPT-CODE
               MOVE WS-COMPANY-FIGURES TO WS-LINE-FIGURES
               PERFORM 4200-RATE-AND-CHECK-LINE
               PERFORM 5200-WRITE-HISTORY-RECORD
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO APPEND HISTORY-FILE, "
                   "STATUS=" WS-HIST-STATUS
                   " - NEXT MONTH WILL DERIVE ITS OPENING"
           END-IF.

       5100-WRITE-DEPT-HISTORY.
           MOVE TD-OPENING(WS-CODE-IDX) TO WL-OPENING
           MOVE TD-HIRES(WS-CODE-IDX) TO WL-HIRES
           MOVE TD-REHIRES(WS-CODE-IDX) TO WL-REHIRES
           MOVE TD-TERMS(WS-CODE-IDX) TO WL-TERMS
           MOVE TD-XFER-IN(WS-CODE-IDX) TO WL-XFER-IN
           MOVE TD-XFER-OUT(WS-CODE-IDX) TO WL-XFER-OUT
           MOVE TD-LEAVE-START(WS-CODE-IDX) TO WL-LEAVE-START
           MOVE TD-LEAVE-RETURN(WS-CODE-IDX) TO WL-LEAVE-RETURN
           MOVE TD-ID-ADJ-IN(WS-CODE-IDX) TO WL-ID-ADJ-IN
           MOVE TD-ID-ADJ-OUT(WS-CODE-IDX) TO WL-ID-ADJ-OUT
           MOVE TD-CLOSING(WS-CODE-IDX) TO WL-CLOSING
           IF WL-OPENING NOT = ZERO OR WL-CLOSING NOT = ZERO
              OR WL-HIRES > ZERO OR WL-REHIRES > ZERO
              OR WL-TERMS > ZERO OR WL-XFER-IN > ZERO
              OR WL-XFER-OUT > ZERO OR WL-LEAVE-START > ZERO
              OR WL-LEAVE-RETURN > ZERO OR WL-ID-ADJ-IN > ZERO
              OR WL-ID-ADJ-OUT > ZERO
               MOVE "D" TO TH-LEVEL
               COMPUTE TH-DEPT-CODE = WS-CODE-IDX - 1
               PERFORM 4200-RATE-AND-CHECK-LINE
               PERFORM 5200-WRITE-HISTORY-RECORD
           END-IF.

      * A negative figure (only possible on a line already flagged
      * out of balance) is carried as zero.
       5200-WRITE-HISTORY-RECORD.
           MOVE WS-REPORT-MONTH TO TH-MONTH
           IF WL-OPENING < ZERO
               MOVE ZERO TO TH-OPENING
           ELSE
               MOVE WL-OPENING TO TH-OPENING
           END-IF
           MOVE WL-HIRES TO TH-HIRES
           MOVE WL-REHIRES TO TH-REHIRES
           MOVE WL-TERMS TO TH-TERMS
           MOVE WL-XFER-IN TO TH-XFER-IN
           MOVE WL-XFER-OUT TO TH-XFER-OUT
           MOVE WL-LEAVE-START TO TH-LEAVE-START
           MOVE WL-LEAVE-RETURN TO TH-LEAVE-RETURN
           MOVE WL-ID-ADJ-IN TO TH-ID-ADJ-IN
           MOVE WL-ID-ADJ-OUT TO TH-ID-ADJ-OUT
           IF WL-CLOSING < ZERO
               MOVE ZERO TO TH-CLOSING
           ELSE
               MOVE WL-CLOSING TO TH-CLOSING
           END-IF
           MOVE WS-TURNOVER-PCT TO TH-TURNOVER-PCT
           MOVE WS-LINE-BALANCED-SWITCH TO TH-BALANCED
           WRITE HISTORY-RECORD
           ADD 1 TO WS-CT-HIST-WRITTEN.

       9000-PRINT-CONTROL-TOTALS.
           DISPLAY " "
           DISPLAY "===== TURNOVER REPORT CONTROL TOTALS ====="
           DISPLAY "JOURNAL RECORDS READ:  " WS-CT-JNL-READ
           DISPLAY "  IN REPORT MONTH:     " WS-CT-JNL-IN-MONTH
           DISPLAY "  EMPLOYEES IN MONTH:  " WS-CT-EMPS-IN-MONTH
           DISPLAY "  ROLLED BACK (AFTER): " WS-CT-JNL-ROLLED-BACK
           DISPLAY "  IGNORED:             " WS-CT-JNL-IGNORED
           DISPLAY "MASTER RECORDS READ:   " WS-CT-MASTER-READ
           DISPLAY "HISTORY RECORDS READ:  " WS-CT-HIST-READ
           DISPLAY "HISTORY RECORDS ADDED: " WS-CT-HIST-WRITTEN
           DISPLAY "DEPARTMENTS PRINTED:   " WS-CT-DEPTS-PRINTED
           DISPLAY "OUT OF BALANCE:        " WS-CT-OUT-OF-BALANCE.

      * 16 when the report could not be produced, 4 when any
      * department is out of balance.
       9900-TERMINATE.
           IF WS-JRNL-OPEN
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-MASTER-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF WS-DEPT-OPEN
               CLOSE DEPARTMENT-MASTER
           END-IF
           IF WS-RPT-OPEN
               CLOSE REPORT-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   DISPLAY "TURNOVER REPORT ENDED IN ERROR"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-CT-OUT-OF-BALANCE > ZERO
                   DISPLAY "TURNOVER REPORT COMPLETED - "
                       WS-CT-OUT-OF-BALANCE
                       " DEPARTMENTS OUT OF BALANCE, SEE TURN_RPT"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "TURNOVER REPORT COMPLETE"
           END-EVALUATE.

      * One step record per run on the shared job log, so JOB-CHECK
      * can sign off the night without anyone opening this step's
      * report. Counts logged for this step:
      *   IN  journal records read
      *   OUT departments printed
      *   REJECTED departments out of balance
      *   AUX-1 master records read
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
               MOVE "EMP-TURNOVER" TO JL-STEP-NAME
               MOVE WS-JL-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JL-RUN-TIME TO JL-RUN-TIME
               MOVE RETURN-CODE TO JL-RETURN-CODE
               MOVE WS-CT-JNL-READ TO JL-CT-IN
               MOVE WS-CT-DEPTS-PRINTED TO JL-CT-OUT
               MOVE WS-CT-OUT-OF-BALANCE TO JL-CT-REJECTED
               MOVE WS-CT-MASTER-READ TO JL-CT-AUX-1
               MOVE ZERO TO JL-CT-AUX-2
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN JOB-LOG-FILE, "
                   "STATUS=" WS-JOBLOG-STATUS
                   " - STEP NOT LOGGED"
           END-IF.

       END PROGRAM EMP-TURNOVER.
