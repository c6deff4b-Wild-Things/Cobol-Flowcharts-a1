      ******************************************************************
      * Author: Mike Sharpe
      * Student ID: 040774804
      * Course and Section: CST8283 013
      * Date:
      * Purpose: Monthly source-system data quality scorecard. Reads
      *          the permanent reject history the nightly edit and the
      *          recycle step append to (REJ_HIST) and the edit's run
      *          history (RUN_HIST), and prints for each source system
      *          the month's rejects and reject rate by reason code
      *          against the data records that system sent, the prior
      *          month's figures and the change, how many rejects were
      *          repaired and the average days it took, how many went
      *          stale, and the employee ids rejected most often. The
      *          report goes to the source-system owners.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJ-SCORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * REJ_HIST, RUN_HIST, SCORE_PARMS and SCORE_RPT are DD-style
      * names resolved through environment variables, the same
      * convention as the nightly extract job.
           SELECT REJECT-HIST-FILE
           ASSIGN TO "REJ_HIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJHIST-STATUS.

           SELECT HISTORY-FILE
           ASSIGN TO "RUN_HIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

      * Optional one-record run control naming the report month; a
      * missing or unusable file means the calendar month before the
      * run date.
           SELECT PARM-FILE
           ASSIGN TO "SCORE_PARMS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO "SCORE_RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

      * Sort work area for the report month's rejects by source and
      * employee id, so repeat offenders are counted without a
      * bounded table of ids.
           SELECT REPEAT-SORT-FILE
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
      * RJH-OUTCOME R is a reject written by the nightly edit; P, C
      * and S are written by the recycle step when the reject is
      * repaired, recycled again or recycled on into the stale
      * listing, each carrying the date the reject first arrived.
      * An R record also carries the run time the edit stamped on
      * it, spaces on rejects written before the stamp existed.
       FD  REJECT-HIST-FILE.
       01 REJECT-HIST-RECORD.
           05 RJH-EVENT-DATE PIC 9(8).
           05 RJH-EVENT-PARTS REDEFINES RJH-EVENT-DATE.
               10 RJH-EVENT-MONTH PIC 9(6).
               10 FILLER PIC 9(2).
           05 RJH-SOURCE-SYSTEM PIC X(8).
           05 RJH-REASON-CODE PIC X(3).
           05 RJH-REASON-NUM REDEFINES RJH-REASON-CODE PIC 9(3).
           05 RJH-EMPLOYEE-ID PIC X(6).
           05 RJH-OUTCOME PIC X.
               88 RJH-REJECTED VALUE "R".
               88 RJH-REPAIRED VALUE "P".
               88 RJH-RECYCLED VALUE "C".
               88 RJH-STALE VALUE "S".
           05 RJH-FIRST-DATE PIC 9(8).
           05 RJH-CYCLE-COUNT PIC 9(2).
           05 RJH-RUN-TIME PIC X(6).

       FD  HISTORY-FILE.
       01 HISTORY-RECORD.
           05 RH-RUN-DATE PIC 9(8).
           05 RH-RUN-DATE-PARTS REDEFINES RH-RUN-DATE.
               10 RH-RUN-MONTH PIC 9(6).
               10 FILLER PIC 9(2).
           05 RH-RUN-TIME PIC 9(6).
           05 RH-FILE-ID PIC X(80).
           05 RH-CT-READ PIC 9(7).
           05 RH-CT-WRITTEN PIC 9(7).
           05 RH-CT-REJECTED PIC 9(7).
           05 RH-CT-SKIPPED PIC 9(7).
           05 RH-YEARS-TOTAL PIC 9(8)V9.
           05 RH-DISPOSITION PIC X(12).
           05 RH-CT-HELD PIC 9(7).
      * Runs logged before the per-source split existed end before
      * here and read it as spaces.
           05 RH-SOURCE-COUNT PIC 9(2).
           05 RH-SOURCE-TABLE.
               10 RH-SOURCE-ENTRY OCCURS 10 TIMES.
                   15 RH-SRC-SYSTEM PIC X(8).
                   15 RH-SRC-CT-READ PIC 9(7).
                   15 RH-SRC-CT-REJECTED PIC 9(7).
      * The run time on the run's R records in REJ_HIST; spaces on
      * runs logged before it existed.
           05 RH-REJECT-RUN-TIME PIC X(6).

       FD  PARM-FILE.
       01 PARM-RECORD.
           05 PRM-REPORT-MONTH PIC 9(6).

       FD  REPORT-FILE.
       01 REPORT-PRINT-RECORD PIC X(132).

       SD  REPEAT-SORT-FILE.
       01 REPEAT-SORT-RECORD.
           05 SRT-SOURCE-IDX PIC 9(2).
           05 SRT-EMPLOYEE-ID PIC X(6).

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

       01 WS-REJHIST-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.

       01 WS-ABORT-SWITCH PIC X VALUE 'N'.
           88 WS-ABORT-RUN VALUE 'Y'.

       01 WS-RPT-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-RPT-OPEN VALUE 'Y'.

       01 WS-REJHIST-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-REJHIST-EOF VALUE 'Y'.

       01 WS-HIST-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-HIST-EOF VALUE 'Y'.

       01 WS-SORT-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.

      * Off when RUN_HIST could not be read: reject counts still
      * print, rates do not.
       01 WS-RUN-HIST-SWITCH PIC X VALUE 'N'.
           88 WS-RUN-HIST-AVAILABLE VALUE 'Y'.

       01 WS-KEPT-RUN-SWITCH PIC X VALUE 'Y'.
           88 WS-FROM-KEPT-RUN VALUE 'Y'.

       01 WS-DAY-FULL-SWITCH PIC X VALUE 'N'.
           88 WS-DAY-TABLE-FULL VALUE 'Y'.

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

      * Reason code descriptions as the nightly edit words them;
      * slot 10 takes any code outside 001-009.
       01 WS-REASON-MAX PIC 9(2) VALUE 10.
       01 WS-REASON-TEXTS.
           05 FILLER PIC X(30) VALUE "EMPLOYEE ID NOT NUMERIC".
           05 FILLER PIC X(30) VALUE "DEPT CODE NOT NUMERIC".
           05 FILLER PIC X(30) VALUE "YEARS SERVICE NOT NUMERIC".
           05 FILLER PIC X(30) VALUE "YEARS SERVICE OUT OF RANGE".
           05 FILLER PIC X(30) VALUE "HIRE DATE NOT NUMERIC".
           05 FILLER PIC X(30) VALUE "HIRE DATE INVALID".
           05 FILLER PIC X(30) VALUE "HIRE DATE IN FUTURE".
           05 FILLER PIC X(30) VALUE "STATUS CODE INVALID".
           05 FILLER PIC X(30) VALUE "RETIRED EMPLOYEE ID".
           05 FILLER PIC X(30) VALUE "OTHER OR UNRECOGNIZED CODE".
       01 WS-REASON-TABLE REDEFINES WS-REASON-TEXTS.
           05 WS-REASON-TEXT OCCURS 10 TIMES PIC X(30).

      * One entry per source system seen in either month, in the
      * order first met. Past the nineteenth the rest are counted
      * under *OTHER* in the last entry.
       01 WS-SRC-MAX PIC 9(2) VALUE 20.
       01 WS-SRC-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SRC-IDX PIC 9(2) VALUE ZERO.
       01 WS-SRC-FOUND-IDX PIC 9(2) VALUE ZERO.
       01 WS-SEARCH-SOURCE PIC X(8) VALUE SPACES.
       01 WS-RSN-IDX PIC 9(2) VALUE ZERO.
       01 WS-REASON-CODE-OUT PIC 9(3) VALUE ZERO.
       01 WS-TOP-MAX PIC 9 VALUE 5.
       01 WS-TOP-IDX PIC 9 VALUE ZERO.
       01 WS-TOP-SLOT PIC 9 VALUE ZERO.

       01 WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY OCCURS 20 TIMES.
               10 SC-SOURCE PIC X(8).
               10 SC-READ PIC 9(9).
               10 SC-PRV-READ PIC 9(9).
               10 SC-RECYCLED PIC 9(7).
               10 SC-REPEAT-IDS PIC 9(7).
               10 SC-REASON-ENTRY OCCURS 10 TIMES.
                   15 SR-REJECTS PIC 9(7).
                   15 SR-PRV-REJECTS PIC 9(7).
                   15 SR-REPAIRED PIC 9(7).
                   15 SR-REPAIR-DAYS PIC 9(9).
                   15 SR-STALE PIC 9(7).
               10 SC-TOP-ENTRY OCCURS 5 TIMES.
                   15 ST-EMPLOYEE-ID PIC X(6).
                   15 ST-COUNT PIC 9(5).

      * One entry per run date in the two months, holding records
      * read by source (subscripted like the source table). A date
      * logged again at a different run time is a rerun or restart
      * of that night and replaces it, so a night is never counted
      * twice; records logged at the same run time are the blocks
      * of one catch-up run and add together. DY-REJECT-RUN-TIME is
      * the stamp on the kept run's rejects, so the rejects of the
      * runs it replaced are left out as well.
       01 WS-DAY-MAX PIC 9(3) VALUE 70.
       01 WS-DAY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DAY-IDX PIC 9(3) VALUE ZERO.
       01 WS-DAY-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-RH-IDX PIC 9(2) VALUE ZERO.
       01 WS-RH-LIMIT PIC 9(2) VALUE ZERO.

       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 70 TIMES.
               10 DY-DATE PIC 9(8).
               10 DY-DATE-PARTS REDEFINES DY-DATE.
                   15 DY-MONTH PIC 9(6).
                   15 FILLER PIC 9(2).
               10 DY-RUN-TIME PIC 9(6).
               10 DY-REJECT-RUN-TIME PIC X(6).
               10 DY-NO-SPLIT-SWITCH PIC X.
                   88 DY-NO-SPLIT VALUE 'Y'.
               10 DY-READ OCCURS 20 TIMES PIC 9(7).

      * Repeat-offender grouping over the sorted rejects.
       01 WS-PREV-SOURCE-IDX PIC 9(2) VALUE ZERO.
       01 WS-PREV-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01 WS-GROUP-COUNT PIC 9(5) VALUE ZERO.

      * Days to repair use the recycle step's calendar-approximate
      * age, precise to the month.
       01 WS-EVENT-DATE PIC 9(8) VALUE ZERO.
       01 WS-EVENT-PARTS REDEFINES WS-EVENT-DATE.
           05 WS-EVENT-YEAR PIC 9(4).
           05 WS-EVENT-MONTH PIC 9(2).
           05 WS-EVENT-DAY PIC 9(2).
       01 WS-FIRST-DATE PIC 9(8) VALUE ZERO.
       01 WS-FIRST-PARTS REDEFINES WS-FIRST-DATE.
           05 WS-FIRST-YEAR PIC 9(4).
           05 WS-FIRST-MONTH PIC 9(2).
           05 WS-FIRST-DAY PIC 9(2).
       01 WS-AGE-DAYS PIC S9(5) VALUE ZERO.

      * One line's figures while it is rated and printed.
       01 WS-LINE-FIGURES.
           05 WL-READ PIC 9(9).
           05 WL-PRV-READ PIC 9(9).
           05 WL-REJECTS PIC 9(7).
           05 WL-PRV-REJECTS PIC 9(7).
           05 WL-REPAIRED PIC 9(7).
           05 WL-REPAIR-DAYS PIC 9(9).
           05 WL-STALE PIC 9(7).

       01 WS-ALL-FIGURES.
           05 WA-READ PIC 9(9) VALUE ZERO.
           05 WA-PRV-READ PIC 9(9) VALUE ZERO.
           05 WA-REJECTS PIC 9(7) VALUE ZERO.
           05 WA-PRV-REJECTS PIC 9(7) VALUE ZERO.
           05 WA-REPAIRED PIC 9(7) VALUE ZERO.
           05 WA-REPAIR-DAYS PIC 9(9) VALUE ZERO.
           05 WA-STALE PIC 9(7) VALUE ZERO.

      * A rate needs records read for that source in that month;
      * without them it prints N/A, and so does the change.
       01 WS-RATE-PCT PIC 9(3)V99 VALUE ZERO.
       01 WS-PRV-RATE-PCT PIC 9(3)V99 VALUE ZERO.
       01 WS-PCT-CHANGE PIC S9(3)V99 VALUE ZERO.
       01 WS-AVG-DAYS PIC 9(5)V9 VALUE ZERO.
       01 WS-RATE-SWITCH PIC X VALUE 'N'.
           88 WS-RATE-KNOWN VALUE 'Y'.
       01 WS-PRV-RATE-SWITCH PIC X VALUE 'N'.
           88 WS-PRV-RATE-KNOWN VALUE 'Y'.

       01 WS-CT-REJHIST-READ PIC 9(7) VALUE ZERO.
       01 WS-CT-MONTH-REJECTS PIC 9(7) VALUE ZERO.
       01 WS-CT-MONTH-REPAIRED PIC 9(7) VALUE ZERO.
       01 WS-CT-MONTH-STALE PIC 9(7) VALUE ZERO.
       01 WS-CT-PRV-REJECTS PIC 9(7) VALUE ZERO.
       01 WS-CT-BAD-OUTCOME PIC 9(7) VALUE ZERO.
       01 WS-CT-REPLACED-REJECTS PIC 9(7) VALUE ZERO.
       01 WS-CT-HIST-READ PIC 9(7) VALUE ZERO.
       01 WS-CT-HIST-USED PIC 9(7) VALUE ZERO.
       01 WS-CT-DAYS-DROPPED PIC 9(7) VALUE ZERO.
       01 WS-CT-NOSPLIT-DAYS PIC 9(3) VALUE ZERO.
       01 WS-CT-PRV-NOSPLIT-DAYS PIC 9(3) VALUE ZERO.
       01 WS-CT-SOURCES-PRINTED PIC 9(7) VALUE ZERO.

       01 WS-LINE-COUNT PIC 9(3) VALUE 99.
       01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.

       01 SCORE-HEADING-1.
           05 FILLER PIC X(40)
               VALUE "SOURCE SYSTEM DATA QUALITY SCORECARD".
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 SH1-RUN-DATE PIC 9999/99/99.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 SH1-PAGE PIC ZZ9.
           05 FILLER PIC X(55) VALUE SPACES.

       01 SCORE-HEADING-2.
           05 FILLER PIC X(14) VALUE "REPORT MONTH: ".
           05 SH2-MONTH PIC 9999/99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "PRIOR MONTH: ".
           05 SH2-PRIOR-MONTH PIC 9999/99.
           05 FILLER PIC X(87) VALUE SPACES.

       01 SCORE-SOURCE-LINE.
           05 FILLER PIC X(15) VALUE "SOURCE SYSTEM: ".
           05 SS-SOURCE PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "RECORDS READ: ".
           05 SS-READ PIC ZZZ,ZZZ,ZZ9.
           05 SS-READ-X REDEFINES SS-READ PIC X(11).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "REJECT RATE: ".
           05 SS-RATE PIC ZZ9.99.
           05 SS-RATE-X REDEFINES SS-RATE PIC X(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "PRIOR MONTH RATE: ".
           05 SS-PRV-RATE PIC ZZ9.99.
           05 SS-PRV-RATE-X REDEFINES SS-PRV-RATE PIC X(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "CHANGE: ".
           05 SS-CHANGE PIC +ZZ9.99.
           05 SS-CHANGE-X REDEFINES SS-CHANGE PIC X(7).
           05 FILLER PIC X(11) VALUE SPACES.

       01 SCORE-HEADING-3.
           05 FILLER PIC X(5) VALUE "CODE ".
           05 FILLER PIC X(30) VALUE "REASON".
           05 FILLER PIC X(9) VALUE "REJECTS  ".
           05 FILLER PIC X(8) VALUE "RATE %  ".
           05 FILLER PIC X(9) VALUE "  PRIOR  ".
           05 FILLER PIC X(8) VALUE "PRIOR % ".
           05 FILLER PIC X(9) VALUE " CHANGE  ".
           05 FILLER PIC X(9) VALUE "REPAIRED ".
           05 FILLER PIC X(8) VALUE "AVG DAYS".
           05 FILLER PIC X(7) VALUE "  STALE".
           05 FILLER PIC X(30) VALUE SPACES.

       01 SCORE-DETAIL-LINE.
           05 SL-CODE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-REASON PIC X(30).
           05 SL-REJECTS PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-RATE PIC ZZ9.99.
           05 SL-RATE-X REDEFINES SL-RATE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-PRV-REJECTS PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-PRV-RATE PIC ZZ9.99.
           05 SL-PRV-RATE-X REDEFINES SL-PRV-RATE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-CHANGE PIC +ZZ9.99.
           05 SL-CHANGE-X REDEFINES SL-CHANGE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-REPAIRED PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-AVG-DAYS PIC ZZZ9.9.
           05 SL-AVG-DAYS-X REDEFINES SL-AVG-DAYS PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SL-STALE PIC ZZZ,ZZ9.
           05 FILLER PIC X(30) VALUE SPACES.

       01 SCORE-REPEAT-LINE.
           05 FILLER PIC X(18) VALUE "REPEAT OFFENDERS: ".
           05 SP-REPEAT-IDS PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SP-MOST-LABEL PIC X(15).
           05 SP-TOP-ENTRY OCCURS 5 TIMES.
               10 SP-EMPLOYEE-ID PIC X(6).
               10 SP-OPEN PIC X(2).
               10 SP-COUNT PIC ZZZ9.
               10 SP-CLOSE PIC X(1).
               10 FILLER PIC X(2).
           05 FILLER PIC X(14) VALUE SPACES.

       01 SCORE-FOOTNOTE-LINE.
           05 SF-TEXT PIC X(100).
           05 FILLER PIC X(32) VALUE SPACES.

       01 WS-FOOTNOTE-COUNT PIC ZZ9.

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
               PERFORM 2000-LOAD-RUN-HISTORY
               SORT REPEAT-SORT-FILE
                   ON ASCENDING KEY SRT-SOURCE-IDX
                   ON ASCENDING KEY SRT-EMPLOYEE-ID
                   INPUT PROCEDURE IS 3000-READ-REJECT-HISTORY
                   OUTPUT PROCEDURE IS 3500-RANK-REPEAT-IDS
               PERFORM 4000-PRINT-SCORECARD
           END-IF
           PERFORM 9000-PRINT-CONTROL-TOTALS
           PERFORM 9900-TERMINATE
           PERFORM 9950-WRITE-JOB-LOG
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-SOURCE-TABLE
           INITIALIZE WS-DAY-TABLE
           PERFORM 1050-LOAD-RUN-PARMS
           OPEN INPUT REJECT-HIST-FILE
           IF WS-REJHIST-STATUS = "00"
               CLOSE REJECT-HIST-FILE
           ELSE
               DISPLAY "ERROR: UNABLE TO OPEN REJECT-HIST-FILE, "
                   "STATUS=" WS-REJHIST-STATUS
               SET WS-ABORT-RUN TO TRUE
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
                       DISPLAY "WARNING: SCORE_PARMS IS EMPTY - "
                           "DEFAULT MONTH USED"
                   NOT AT END
                       IF PRM-REPORT-MONTH NUMERIC
                          AND PRM-REPORT-MONTH(5:2) >= "01"
                          AND PRM-REPORT-MONTH(5:2) <= "12"
                           MOVE PRM-REPORT-MONTH TO WS-REPORT-MONTH
                       ELSE
                           DISPLAY "WARNING: SCORE_PARMS MONTH "
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
           DISPLAY "SCORECARD REPORT MONTH: " WS-REPORT-MONTH.

      ******************************************************************
      * Records read per source, from RUN_HIST. Validate-only
      * previews read a file without running it and are left out.
      ******************************************************************
       2000-LOAD-RUN-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               SET WS-RUN-HIST-AVAILABLE TO TRUE
               PERFORM 2100-READ-ONE-RUN UNTIL WS-HIST-EOF
               CLOSE HISTORY-FILE
               PERFORM 2400-POST-DAY-READS
                   VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN HISTORY-FILE, "
                   "STATUS=" WS-HIST-STATUS
                   " - REJECT RATES NOT SHOWN"
           END-IF.

       2100-READ-ONE-RUN.
           READ HISTORY-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-HIST-READ
                   IF RH-DISPOSITION NOT = "VALIDATE"
                      AND (RH-RUN-MONTH = WS-REPORT-MONTH
                        OR RH-RUN-MONTH = WS-PRIOR-MONTH)
                       ADD 1 TO WS-CT-HIST-USED
                       PERFORM 2150-FILE-RUN-DAY
                   END-IF
           END-READ.

       2150-FILE-RUN-DAY.
           MOVE ZERO TO WS-DAY-FOUND-IDX
           PERFORM 2160-MATCH-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT
                  OR WS-DAY-FOUND-IDX > ZERO
           IF WS-DAY-FOUND-IDX = ZERO
               IF WS-DAY-COUNT < WS-DAY-MAX
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-DAY-COUNT TO WS-DAY-FOUND-IDX
                   MOVE RH-RUN-DATE TO DY-DATE(WS-DAY-FOUND-IDX)
                   MOVE RH-RUN-TIME TO DY-RUN-TIME(WS-DAY-FOUND-IDX)
                   MOVE RH-REJECT-RUN-TIME
                       TO DY-REJECT-RUN-TIME(WS-DAY-FOUND-IDX)
               ELSE
                   IF NOT WS-DAY-TABLE-FULL
                       SET WS-DAY-TABLE-FULL TO TRUE
                       DISPLAY "WARNING: RUN DAY TABLE FULL - "
                           "FURTHER RUN DATES NOT COUNTED"
                   END-IF
                   ADD 1 TO WS-CT-DAYS-DROPPED
               END-IF
           ELSE
               IF DY-RUN-TIME(WS-DAY-FOUND-IDX) NOT = RH-RUN-TIME
                   PERFORM 2170-RESET-DAY
               END-IF
           END-IF
           IF WS-DAY-FOUND-IDX > ZERO
               IF RH-SOURCE-COUNT NUMERIC
                  AND RH-SOURCE-COUNT > ZERO
                   MOVE RH-SOURCE-COUNT TO WS-RH-LIMIT
                   IF WS-RH-LIMIT > 10
                       MOVE 10 TO WS-RH-LIMIT
                   END-IF
                   PERFORM 2180-ADD-RUN-SOURCE
                       VARYING WS-RH-IDX FROM 1 BY 1
                       UNTIL WS-RH-IDX > WS-RH-LIMIT
               ELSE
                   SET DY-NO-SPLIT(WS-DAY-FOUND-IDX) TO TRUE
               END-IF
           END-IF.

       2160-MATCH-DAY.
           IF DY-DATE(WS-DAY-IDX) = RH-RUN-DATE
               MOVE WS-DAY-IDX TO WS-DAY-FOUND-IDX
           END-IF.

       2170-RESET-DAY.
           MOVE RH-RUN-TIME TO DY-RUN-TIME(WS-DAY-FOUND-IDX)
           MOVE RH-REJECT-RUN-TIME
               TO DY-REJECT-RUN-TIME(WS-DAY-FOUND-IDX)
           MOVE 'N' TO DY-NO-SPLIT-SWITCH(WS-DAY-FOUND-IDX)
           PERFORM 2175-CLEAR-DAY-READ
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-MAX.

       2175-CLEAR-DAY-READ.
           MOVE ZERO TO DY-READ(WS-DAY-FOUND-IDX, WS-SRC-IDX).

       2180-ADD-RUN-SOURCE.
           MOVE RH-SRC-SYSTEM(WS-RH-IDX) TO WS-SEARCH-SOURCE
           PERFORM 2500-FIND-SOURCE
           IF RH-SRC-CT-READ(WS-RH-IDX) NUMERIC
               ADD RH-SRC-CT-READ(WS-RH-IDX)
                   TO DY-READ(WS-DAY-FOUND-IDX, WS-SRC-FOUND-IDX)
           END-IF.

       2400-POST-DAY-READS.
           IF DY-NO-SPLIT(WS-DAY-IDX)
               IF DY-MONTH(WS-DAY-IDX) = WS-REPORT-MONTH
                   ADD 1 TO WS-CT-NOSPLIT-DAYS
               ELSE
                   ADD 1 TO WS-CT-PRV-NOSPLIT-DAYS
               END-IF
           END-IF
           PERFORM 2450-POST-ONE-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT.

       2450-POST-ONE-SOURCE.
           IF DY-MONTH(WS-DAY-IDX) = WS-REPORT-MONTH
               ADD DY-READ(WS-DAY-IDX, WS-SRC-IDX)
                   TO SC-READ(WS-SRC-IDX)
           ELSE
               ADD DY-READ(WS-DAY-IDX, WS-SRC-IDX)
                   TO SC-PRV-READ(WS-SRC-IDX)
           END-IF.

      * A reject carried over from before feeds were tagged has no
      * source; it is reported under UNKNOWN.
       2500-FIND-SOURCE.
           IF WS-SEARCH-SOURCE = SPACES
               MOVE "UNKNOWN" TO WS-SEARCH-SOURCE
           END-IF
           MOVE ZERO TO WS-SRC-FOUND-IDX
           PERFORM 2510-MATCH-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT
                  OR WS-SRC-FOUND-IDX > ZERO
           IF WS-SRC-FOUND-IDX = ZERO
               IF WS-SRC-COUNT < WS-SRC-MAX - 1
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-SRC-COUNT TO WS-SRC-FOUND-IDX
                   MOVE WS-SEARCH-SOURCE TO SC-SOURCE(WS-SRC-FOUND-IDX)
               ELSE
                   MOVE WS-SRC-MAX TO WS-SRC-FOUND-IDX
                   MOVE WS-SRC-MAX TO WS-SRC-COUNT
                   MOVE "*OTHER*" TO SC-SOURCE(WS-SRC-FOUND-IDX)
               END-IF
           END-IF.

       2510-MATCH-SOURCE.
           IF SC-SOURCE(WS-SRC-IDX) = WS-SEARCH-SOURCE
               MOVE WS-SRC-IDX TO WS-SRC-FOUND-IDX
           END-IF.

      ******************************************************************
      * Sort input: tally every REJ_HIST event in the two months and
      * release the report month's rejects for repeat counting.
      * Outcomes are counted in the month they happened, whenever
      * the reject itself arrived.
      ******************************************************************
       3000-READ-REJECT-HISTORY.
           OPEN INPUT REJECT-HIST-FILE
           PERFORM 3100-READ-ONE-EVENT UNTIL WS-REJHIST-EOF
           CLOSE REJECT-HIST-FILE.

       3100-READ-ONE-EVENT.
           READ REJECT-HIST-FILE
               AT END
                   SET WS-REJHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-REJHIST-READ
                   SET WS-FROM-KEPT-RUN TO TRUE
                   IF RJH-REJECTED AND RJH-EVENT-DATE NUMERIC
                       PERFORM 3150-CHECK-KEPT-RUN
                   END-IF
                   EVALUATE TRUE
                       WHEN RJH-EVENT-DATE NOT NUMERIC
                           ADD 1 TO WS-CT-BAD-OUTCOME
                       WHEN RJH-REJECTED
                        AND (RJH-EVENT-MONTH = WS-REPORT-MONTH
                          OR RJH-EVENT-MONTH = WS-PRIOR-MONTH)
                        AND NOT WS-FROM-KEPT-RUN
                           ADD 1 TO WS-CT-REPLACED-REJECTS
                       WHEN RJH-EVENT-MONTH = WS-REPORT-MONTH
                           PERFORM 3200-TALLY-REPORT-EVENT
                       WHEN RJH-EVENT-MONTH = WS-PRIOR-MONTH
                        AND RJH-REJECTED
                           PERFORM 3300-TALLY-PRIOR-REJECT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      * A reject counts only when it came from the run kept for its
      * night in 2150, matching the records read it is rated
      * against. Either side logged before the run time was stamped,
      * or a night with no run history, counts as before.
       3150-CHECK-KEPT-RUN.
           IF WS-RUN-HIST-AVAILABLE
              AND RJH-RUN-TIME NOT = SPACES
               MOVE ZERO TO WS-DAY-FOUND-IDX
               PERFORM 3160-MATCH-EVENT-DAY
                   VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
                      OR WS-DAY-FOUND-IDX > ZERO
               IF WS-DAY-FOUND-IDX > ZERO
                   IF DY-REJECT-RUN-TIME(WS-DAY-FOUND-IDX) NOT = SPACES
                      AND DY-REJECT-RUN-TIME(WS-DAY-FOUND-IDX)
                          NOT = RJH-RUN-TIME
                       MOVE 'N' TO WS-KEPT-RUN-SWITCH
                   END-IF
               END-IF
           END-IF.

       3160-MATCH-EVENT-DAY.
           IF DY-DATE(WS-DAY-IDX) = RJH-EVENT-DATE
               MOVE WS-DAY-IDX TO WS-DAY-FOUND-IDX
           END-IF.

       3200-TALLY-REPORT-EVENT.
           MOVE RJH-SOURCE-SYSTEM TO WS-SEARCH-SOURCE
           PERFORM 2500-FIND-SOURCE
           PERFORM 3250-SET-REASON-IDX
           EVALUATE TRUE
               WHEN RJH-REJECTED
                   ADD 1 TO SR-REJECTS(WS-SRC-FOUND-IDX, WS-RSN-IDX)
                   ADD 1 TO WS-CT-MONTH-REJECTS
                   MOVE WS-SRC-FOUND-IDX TO SRT-SOURCE-IDX
                   MOVE RJH-EMPLOYEE-ID TO SRT-EMPLOYEE-ID
                   RELEASE REPEAT-SORT-RECORD
               WHEN RJH-REPAIRED
                   ADD 1 TO SR-REPAIRED(WS-SRC-FOUND-IDX, WS-RSN-IDX)
                   ADD 1 TO WS-CT-MONTH-REPAIRED
                   PERFORM 3270-COMPUTE-DAYS-TO-REPAIR
                   ADD WS-AGE-DAYS
                       TO SR-REPAIR-DAYS(WS-SRC-FOUND-IDX, WS-RSN-IDX)
               WHEN RJH-RECYCLED
                   ADD 1 TO SC-RECYCLED(WS-SRC-FOUND-IDX)
               WHEN RJH-STALE
                   ADD 1 TO SR-STALE(WS-SRC-FOUND-IDX, WS-RSN-IDX)
                   ADD 1 TO WS-CT-MONTH-STALE
               WHEN OTHER
                   ADD 1 TO WS-CT-BAD-OUTCOME
           END-EVALUATE.

       3250-SET-REASON-IDX.
           IF RJH-REASON-CODE NUMERIC
              AND RJH-REASON-NUM > ZERO
              AND RJH-REASON-NUM < WS-REASON-MAX
               MOVE RJH-REASON-NUM TO WS-RSN-IDX
           ELSE
               MOVE WS-REASON-MAX TO WS-RSN-IDX
           END-IF.

       3270-COMPUTE-DAYS-TO-REPAIR.
           MOVE RJH-EVENT-DATE TO WS-EVENT-DATE
           IF RJH-FIRST-DATE NUMERIC
               MOVE RJH-FIRST-DATE TO WS-FIRST-DATE
           ELSE
               MOVE RJH-EVENT-DATE TO WS-FIRST-DATE
           END-IF
           COMPUTE WS-AGE-DAYS =
               (WS-EVENT-YEAR - WS-FIRST-YEAR) * 365
               + (WS-EVENT-MONTH - WS-FIRST-MONTH) * 30
               + (WS-EVENT-DAY - WS-FIRST-DAY)
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

       3300-TALLY-PRIOR-REJECT.
           MOVE RJH-SOURCE-SYSTEM TO WS-SEARCH-SOURCE
           PERFORM 2500-FIND-SOURCE
           PERFORM 3250-SET-REASON-IDX
           ADD 1 TO SR-PRV-REJECTS(WS-SRC-FOUND-IDX, WS-RSN-IDX)
           ADD 1 TO WS-CT-PRV-REJECTS.

      ******************************************************************
      * Sort output: the month's rejects come back grouped by source
      * and employee id. An id rejected more than once is a repeat
      * offender; each source keeps its five most rejected.
      ******************************************************************
       3500-RANK-REPEAT-IDS.
           MOVE ZERO TO WS-PREV-SOURCE-IDX
           MOVE SPACES TO WS-PREV-EMPLOYEE-ID
           MOVE ZERO TO WS-GROUP-COUNT
           PERFORM 3600-RETURN-ONE-REJECT UNTIL WS-SORT-EOF
           IF WS-GROUP-COUNT > ZERO
               PERFORM 3650-CLOSE-REPEAT-GROUP
           END-IF.

       3600-RETURN-ONE-REJECT.
           RETURN REPEAT-SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   IF SRT-SOURCE-IDX NOT = WS-PREV-SOURCE-IDX
                      OR SRT-EMPLOYEE-ID NOT = WS-PREV-EMPLOYEE-ID
                       IF WS-GROUP-COUNT > ZERO
                           PERFORM 3650-CLOSE-REPEAT-GROUP
                       END-IF
                       MOVE SRT-SOURCE-IDX TO WS-PREV-SOURCE-IDX
                       MOVE SRT-EMPLOYEE-ID TO WS-PREV-EMPLOYEE-ID
                       MOVE ZERO TO WS-GROUP-COUNT
                   END-IF
                   ADD 1 TO WS-GROUP-COUNT
           END-RETURN.

      * Ids arrive in ascending order, so on a tie the lower id
      * keeps its place.
       3650-CLOSE-REPEAT-GROUP.
           IF WS-GROUP-COUNT > 1
               ADD 1 TO SC-REPEAT-IDS(WS-PREV-SOURCE-IDX)
               MOVE ZERO TO WS-TOP-SLOT
               PERFORM 3660-FIND-TOP-SLOT
                   VARYING WS-TOP-IDX FROM 1 BY 1
                   UNTIL WS-TOP-IDX > WS-TOP-MAX
                      OR WS-TOP-SLOT > ZERO
               IF WS-TOP-SLOT > ZERO
                   PERFORM 3670-SHIFT-TOP-ENTRY
                       VARYING WS-TOP-IDX FROM WS-TOP-MAX BY -1
                       UNTIL WS-TOP-IDX <= WS-TOP-SLOT
                   MOVE WS-PREV-EMPLOYEE-ID
                       TO ST-EMPLOYEE-ID(WS-PREV-SOURCE-IDX,
                                         WS-TOP-SLOT)
                   MOVE WS-GROUP-COUNT
                       TO ST-COUNT(WS-PREV-SOURCE-IDX, WS-TOP-SLOT)
               END-IF
           END-IF.

       3660-FIND-TOP-SLOT.
           IF WS-GROUP-COUNT
               > ST-COUNT(WS-PREV-SOURCE-IDX, WS-TOP-IDX)
               MOVE WS-TOP-IDX TO WS-TOP-SLOT
           END-IF.

       3670-SHIFT-TOP-ENTRY.
           MOVE SC-TOP-ENTRY(WS-PREV-SOURCE-IDX, WS-TOP-IDX - 1)
               TO SC-TOP-ENTRY(WS-PREV-SOURCE-IDX, WS-TOP-IDX).

      ******************************************************************
      * The scorecard: one section per source system, then a line for
      * all sources together and the footnotes.
      ******************************************************************
       4000-PRINT-SCORECARD.
           PERFORM 4800-PRINT-HEADINGS
           PERFORM 4100-PRINT-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT
           PERFORM 4500-PRINT-ALL-SOURCES
           PERFORM 4600-PRINT-FOOTNOTES.

       4100-PRINT-SOURCE.
           IF WS-LINE-COUNT + 18 > WS-LINES-PER-PAGE
               PERFORM 4800-PRINT-HEADINGS
           END-IF
           ADD 1 TO WS-CT-SOURCES-PRINTED
           INITIALIZE WS-LINE-FIGURES
           MOVE SC-READ(WS-SRC-IDX) TO WL-READ
           MOVE SC-PRV-READ(WS-SRC-IDX) TO WL-PRV-READ
           PERFORM 4150-SUM-SOURCE-REASON
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > WS-REASON-MAX
           MOVE SC-SOURCE(WS-SRC-IDX) TO SS-SOURCE
           PERFORM 4300-PRINT-SOURCE-LINE
           ADD WL-READ TO WA-READ
           ADD WL-PRV-READ TO WA-PRV-READ
           ADD WL-REJECTS TO WA-REJECTS
           ADD WL-PRV-REJECTS TO WA-PRV-REJECTS
           ADD WL-REPAIRED TO WA-REPAIRED
           ADD WL-REPAIR-DAYS TO WA-REPAIR-DAYS
           ADD WL-STALE TO WA-STALE
           WRITE REPORT-PRINT-RECORD FROM SCORE-HEADING-3
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT
           PERFORM 4200-PRINT-REASON-LINE
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > WS-REASON-MAX
      * The reason lines reuse the line figures; put the source's
      * own totals back for its ALL REASONS line.
           INITIALIZE WS-LINE-FIGURES
           MOVE SC-READ(WS-SRC-IDX) TO WL-READ
           MOVE SC-PRV-READ(WS-SRC-IDX) TO WL-PRV-READ
           PERFORM 4150-SUM-SOURCE-REASON
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > WS-REASON-MAX
           MOVE SPACES TO SL-CODE
           MOVE "ALL REASONS" TO SL-REASON
           PERFORM 4400-FORMAT-DETAIL-LINE
           PERFORM 4450-PRINT-REPEAT-LINE
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       4150-SUM-SOURCE-REASON.
           ADD SR-REJECTS(WS-SRC-IDX, WS-RSN-IDX) TO WL-REJECTS
           ADD SR-PRV-REJECTS(WS-SRC-IDX, WS-RSN-IDX)
               TO WL-PRV-REJECTS
           ADD SR-REPAIRED(WS-SRC-IDX, WS-RSN-IDX) TO WL-REPAIRED
           ADD SR-REPAIR-DAYS(WS-SRC-IDX, WS-RSN-IDX)
               TO WL-REPAIR-DAYS
           ADD SR-STALE(WS-SRC-IDX, WS-RSN-IDX) TO WL-STALE.

      * Only reasons with something to show in either month print.
       4200-PRINT-REASON-LINE.
           IF SR-REJECTS(WS-SRC-IDX, WS-RSN-IDX) > ZERO
              OR SR-PRV-REJECTS(WS-SRC-IDX, WS-RSN-IDX) > ZERO
              OR SR-REPAIRED(WS-SRC-IDX, WS-RSN-IDX) > ZERO
              OR SR-STALE(WS-SRC-IDX, WS-RSN-IDX) > ZERO
               MOVE SR-REJECTS(WS-SRC-IDX, WS-RSN-IDX) TO WL-REJECTS
               MOVE SR-PRV-REJECTS(WS-SRC-IDX, WS-RSN-IDX)
                   TO WL-PRV-REJECTS
               MOVE SR-REPAIRED(WS-SRC-IDX, WS-RSN-IDX)
                   TO WL-REPAIRED
               MOVE SR-REPAIR-DAYS(WS-SRC-IDX, WS-RSN-IDX)
                   TO WL-REPAIR-DAYS
               MOVE SR-STALE(WS-SRC-IDX, WS-RSN-IDX) TO WL-STALE
               IF WS-RSN-IDX < WS-REASON-MAX
                   MOVE WS-RSN-IDX TO WS-REASON-CODE-OUT
                   MOVE WS-REASON-CODE-OUT TO SL-CODE
               ELSE
                   MOVE "???" TO SL-CODE
               END-IF
               MOVE WS-REASON-TEXT(WS-RSN-IDX) TO SL-REASON
               PERFORM 4400-FORMAT-DETAIL-LINE
           END-IF.

      * Rates are rejects per hundred data records read from that
      * source in that month.
       4250-COMPUTE-RATES.
           MOVE 'N' TO WS-RATE-SWITCH
           MOVE 'N' TO WS-PRV-RATE-SWITCH
           MOVE ZERO TO WS-RATE-PCT
           MOVE ZERO TO WS-PRV-RATE-PCT
           IF WS-RUN-HIST-AVAILABLE AND WL-READ > ZERO
               SET WS-RATE-KNOWN TO TRUE
               COMPUTE WS-RATE-PCT ROUNDED =
                   WL-REJECTS * 100 / WL-READ
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-RATE-PCT
               END-COMPUTE
           END-IF
           IF WS-RUN-HIST-AVAILABLE AND WL-PRV-READ > ZERO
               SET WS-PRV-RATE-KNOWN TO TRUE
               COMPUTE WS-PRV-RATE-PCT ROUNDED =
                   WL-PRV-REJECTS * 100 / WL-PRV-READ
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PRV-RATE-PCT
               END-COMPUTE
           END-IF
           IF WS-RATE-KNOWN AND WS-PRV-RATE-KNOWN
               COMPUTE WS-PCT-CHANGE = WS-RATE-PCT - WS-PRV-RATE-PCT
           END-IF.

       4300-PRINT-SOURCE-LINE.
           PERFORM 4250-COMPUTE-RATES
           IF WS-RUN-HIST-AVAILABLE
               MOVE WL-READ TO SS-READ
           ELSE
               MOVE "        N/A" TO SS-READ-X
           END-IF
           IF WS-RATE-KNOWN
               MOVE WS-RATE-PCT TO SS-RATE
           ELSE
               MOVE "   N/A" TO SS-RATE-X
           END-IF
           IF WS-PRV-RATE-KNOWN
               MOVE WS-PRV-RATE-PCT TO SS-PRV-RATE
           ELSE
               MOVE "   N/A" TO SS-PRV-RATE-X
           END-IF
           IF WS-RATE-KNOWN AND WS-PRV-RATE-KNOWN
               MOVE WS-PCT-CHANGE TO SS-CHANGE
           ELSE
               MOVE SPACES TO SS-CHANGE-X
           END-IF
           WRITE REPORT-PRINT-RECORD FROM SCORE-SOURCE-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       4400-FORMAT-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4800-PRINT-HEADINGS
               WRITE REPORT-PRINT-RECORD FROM SCORE-HEADING-3
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM 4250-COMPUTE-RATES
           MOVE WL-REJECTS TO SL-REJECTS
           MOVE WL-PRV-REJECTS TO SL-PRV-REJECTS
           MOVE WL-REPAIRED TO SL-REPAIRED
           MOVE WL-STALE TO SL-STALE
           IF WS-RATE-KNOWN
               MOVE WS-RATE-PCT TO SL-RATE
           ELSE
               MOVE "   N/A" TO SL-RATE-X
           END-IF
           IF WS-PRV-RATE-KNOWN
               MOVE WS-PRV-RATE-PCT TO SL-PRV-RATE
           ELSE
               MOVE "   N/A" TO SL-PRV-RATE-X
           END-IF
           IF WS-RATE-KNOWN AND WS-PRV-RATE-KNOWN
               MOVE WS-PCT-CHANGE TO SL-CHANGE
           ELSE
               MOVE SPACES TO SL-CHANGE-X
           END-IF
           IF WL-REPAIRED > ZERO
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WL-REPAIR-DAYS / WL-REPAIRED
               MOVE WS-AVG-DAYS TO SL-AVG-DAYS
           ELSE
               MOVE "   N/A" TO SL-AVG-DAYS-X
           END-IF
           WRITE REPORT-PRINT-RECORD FROM SCORE-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       4450-PRINT-REPEAT-LINE.
           MOVE SC-REPEAT-IDS(WS-SRC-IDX) TO SP-REPEAT-IDS
           IF ST-COUNT(WS-SRC-IDX, 1) > ZERO
               MOVE "MOST REJECTED: " TO SP-MOST-LABEL
           ELSE
               MOVE SPACES TO SP-MOST-LABEL
           END-IF
           PERFORM 4460-FORMAT-TOP-ENTRY
               VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-TOP-MAX
           WRITE REPORT-PRINT-RECORD FROM SCORE-REPEAT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       4460-FORMAT-TOP-ENTRY.
           MOVE SPACES TO SP-TOP-ENTRY(WS-TOP-IDX)
           IF ST-COUNT(WS-SRC-IDX, WS-TOP-IDX) > ZERO
               MOVE ST-EMPLOYEE-ID(WS-SRC-IDX, WS-TOP-IDX)
                   TO SP-EMPLOYEE-ID(WS-TOP-IDX)
               MOVE " (" TO SP-OPEN(WS-TOP-IDX)
               MOVE ST-COUNT(WS-SRC-IDX, WS-TOP-IDX)
                   TO SP-COUNT(WS-TOP-IDX)
               MOVE ")" TO SP-CLOSE(WS-TOP-IDX)
           END-IF.

       4500-PRINT-ALL-SOURCES.
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 4800-PRINT-HEADINGS
           END-IF
           MOVE WS-ALL-FIGURES TO WS-LINE-FIGURES
           MOVE "ALL" TO SS-SOURCE
           PERFORM 4300-PRINT-SOURCE-LINE
           MOVE SPACES TO SL-CODE
           MOVE "ALL SOURCES, ALL REASONS" TO SL-REASON
           WRITE REPORT-PRINT-RECORD FROM SCORE-HEADING-3
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT
           PERFORM 4400-FORMAT-DETAIL-LINE.

       4600-PRINT-FOOTNOTES.
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           IF NOT WS-RUN-HIST-AVAILABLE
               MOVE "*** RUN_HIST NOT AVAILABLE - RECORDS READ AND "
                   TO SF-TEXT
               MOVE "REJECT RATES NOT SHOWN" TO SF-TEXT(47:)
               PERFORM 4650-WRITE-FOOTNOTE
           END-IF
           IF WS-CT-NOSPLIT-DAYS > ZERO
               MOVE WS-CT-NOSPLIT-DAYS TO WS-FOOTNOTE-COUNT
               MOVE SPACES TO SF-TEXT
               STRING "*** " DELIMITED BY SIZE
                   WS-FOOTNOTE-COUNT DELIMITED BY SIZE
                   " RUN DATES IN THE REPORT MONTH HAVE NO SOURCE "
                       DELIMITED BY SIZE
                   "SPLIT - THEIR RECORDS READ ARE MISSING"
                       DELIMITED BY SIZE
                   INTO SF-TEXT
               END-STRING
               PERFORM 4650-WRITE-FOOTNOTE
           END-IF
           IF WS-CT-PRV-NOSPLIT-DAYS > ZERO
               MOVE WS-CT-PRV-NOSPLIT-DAYS TO WS-FOOTNOTE-COUNT
               MOVE SPACES TO SF-TEXT
               STRING "*** " DELIMITED BY SIZE
                   WS-FOOTNOTE-COUNT DELIMITED BY SIZE
                   " RUN DATES IN THE PRIOR MONTH HAVE NO SOURCE "
                       DELIMITED BY SIZE
                   "SPLIT - THEIR RECORDS READ ARE MISSING"
                       DELIMITED BY SIZE
                   INTO SF-TEXT
               END-STRING
               PERFORM 4650-WRITE-FOOTNOTE
           END-IF
           IF WS-CT-DAYS-DROPPED > ZERO
               MOVE "*** RUN DAY TABLE FULL - SOME RUN_HIST RECORDS "
                   TO SF-TEXT
               MOVE "NOT COUNTED" TO SF-TEXT(48:)
               PERFORM 4650-WRITE-FOOTNOTE
           END-IF
           MOVE "DAYS TO REPAIR ARE FROM FIRST REJECT TO THE RECYCLE "
               TO SF-TEXT
           MOVE "RUN THAT CLEARED IT, COUNTED IN 30-DAY MONTHS"
               TO SF-TEXT(53:)
           PERFORM 4650-WRITE-FOOTNOTE.

       4650-WRITE-FOOTNOTE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4800-PRINT-HEADINGS
           END-IF
           WRITE REPORT-PRINT-RECORD FROM SCORE-FOOTNOTE-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       4800-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO SH1-RUN-DATE
           MOVE WS-PAGE-COUNT TO SH1-PAGE
           WRITE REPORT-PRINT-RECORD FROM SCORE-HEADING-1
               AFTER ADVANCING PAGE
           MOVE WS-REPORT-MONTH TO SH2-MONTH
           MOVE WS-PRIOR-MONTH TO SH2-PRIOR-MONTH
           WRITE REPORT-PRINT-RECORD FROM SCORE-HEADING-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LINE-COUNT.

       9000-PRINT-CONTROL-TOTALS.
           DISPLAY " "
           DISPLAY "===== REJECT SCORECARD CONTROL TOTALS ====="
           DISPLAY "REJ_HIST RECORDS READ: " WS-CT-REJHIST-READ
           DISPLAY "  REJECTS IN MONTH:    " WS-CT-MONTH-REJECTS
           DISPLAY "  REPAIRED IN MONTH:   " WS-CT-MONTH-REPAIRED
           DISPLAY "  STALE IN MONTH:      " WS-CT-MONTH-STALE
           DISPLAY "  REJECTS PRIOR MONTH: " WS-CT-PRV-REJECTS
           DISPLAY "  UNREADABLE EVENTS:   " WS-CT-BAD-OUTCOME
           DISPLAY "  REPLACED RUN REJECTS:" WS-CT-REPLACED-REJECTS
           DISPLAY "RUN_HIST RECORDS READ: " WS-CT-HIST-READ
           DISPLAY "  USED FOR READ COUNTS:" WS-CT-HIST-USED
           DISPLAY "SOURCES PRINTED:       " WS-CT-SOURCES-PRINTED.

      * 16 when the scorecard could not be produced, 4 when it was
      * produced without some or all of its reject rates.
       9900-TERMINATE.
           IF WS-RPT-OPEN
               CLOSE REPORT-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   DISPLAY "REJECT SCORECARD ENDED IN ERROR"
                   MOVE 16 TO RETURN-CODE
               WHEN NOT WS-RUN-HIST-AVAILABLE
                 OR WS-CT-DAYS-DROPPED > ZERO
                   DISPLAY "REJECT SCORECARD COMPLETED - RATES "
                       "INCOMPLETE, SEE SCORE_RPT"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "REJECT SCORECARD COMPLETE"
           END-EVALUATE.

      * One step record per run on the shared job log, so JOB-CHECK
      * can sign off the night without anyone opening this step's
      * report. Counts logged for this step:
      *   IN  REJ_HIST records read
      *   OUT source systems printed
      *   REJECTED REJ_HIST records that could not be tallied
      *   AUX-1 rejects in the report month
      *   AUX-2 rejects repaired in the report month
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
               MOVE "REJ-SCORE" TO JL-STEP-NAME
               MOVE WS-JL-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JL-RUN-TIME TO JL-RUN-TIME
               MOVE RETURN-CODE TO JL-RETURN-CODE
               MOVE WS-CT-REJHIST-READ TO JL-CT-IN
               MOVE WS-CT-SOURCES-PRINTED TO JL-CT-OUT
               MOVE WS-CT-BAD-OUTCOME TO JL-CT-REJECTED
               MOVE WS-CT-MONTH-REJECTS TO JL-CT-AUX-1
               MOVE WS-CT-MONTH-REPAIRED TO JL-CT-AUX-2
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN JOB-LOG-FILE, "
                   "STATUS=" WS-JOBLOG-STATUS
                   " - STEP NOT LOGGED"
           END-IF.

       END PROGRAM REJ-SCORE.
