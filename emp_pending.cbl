      ******************************************************************
      * Author: Mike Sharpe
      * Student ID: 040774804
      * Course and Section: CST8283 013
      * Date:
      * Purpose: Future-dated HR transaction apply. HR keys dept
      *          changes, status changes (A/L/T) and corrections with
      *          an effective date onto the pending file during the
      *          day; this step runs after the nightly edit and
      *          applies every transaction whose effective date has
      *          arrived to the EMP_OUT master. Each master update is
      *          journaled in the JRNL_OUT before/after layout,
      *          appended to the night's journal so EMP-BACKOUT still
      *          undoes the whole night, and goes out to payroll as an
      *          EMP_DELTA-layout C record on PEND_DELTA. Transactions
      *          not yet due are carried forward on PEND_OUT, as are
      *          applied ones until tonight's EMP_CURR shows the
      *          source system sending the same values, and the
      *          listing shows what was applied, what is still
      *          pending, and what no longer fits the master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-PENDING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PEND_IN, PEND_OUT, PEND_PARMS, EMP_OUT, DEPT_MASTER, JRNL_OUT,
      * EMP_CURR, HOLD_OUT, PEND_DELTA, PEND_RPT and PEND_WRK are
      * DD-style names resolved through environment variables, the
      * same convention as the nightly extract job. Ops point PEND_IN
      * at the previous night's PEND_OUT with the day's newly keyed
      * transactions appended to it.
           SELECT OPTIONAL PENDING-IN-FILE
           ASSIGN TO "PEND_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDIN-STATUS.

           SELECT PENDING-OUT-FILE
           ASSIGN TO "PEND_OUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDOUT-STATUS.

      * Optional one-record run control carrying the number of days
      * an applied transaction may wait for the source system to
      * confirm it; a missing or unreadable file means 30 days.
           SELECT PARM-FILE
           ASSIGN TO "PEND_PARMS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

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

      * The night's apply journal, extended rather than replaced so
      * one backout unwinds the edit's apply and this step together.
           SELECT OPTIONAL JOURNAL-FILE
           ASSIGN TO "JRNL_OUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

      * C records in EMP_DELTA layout; the scheduler concatenates
      * PEND_DELTA onto the night's EMP_DELTA for payroll.
           SELECT DELTA-FILE
           ASSIGN TO "PEND_DELTA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DELTA-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO "PEND_RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

      * Tonight's EMP_CURR as released by the edit, in employee-id
      * order: what the source system itself sent tonight, read in
      * step with the sorted transactions so an applied transaction
      * is confirmed against the source's values, not against the
      * master the edit has just stamped. HOLD_OUT is the edit's
      * hold list from tonight; an employee on it had the master
      * image staged to EMP_CURR in place of the source record, so
      * their EMP_CURR image confirms nothing. Both OPTIONAL: a
      * night the edit released nothing has neither.
           SELECT OPTIONAL CURRENT-FILE
           ASSIGN TO "EMP_CURR"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CURR-STATUS.

           SELECT OPTIONAL HOLD-FILE
           ASSIGN TO "HOLD_OUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.

      * Listing lines are spilled here tagged with their section and
      * printed section by section once every transaction is done.
           SELECT LISTING-WORK-FILE
           ASSIGN TO "PEND_WRK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

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
      * HR keys the transaction with the state and both apply dates
      * blank; this step fills them in on the carry file.
       FD  PENDING-IN-FILE.
       01 PENDING-IN-RECORD PIC X(92).

       FD  PENDING-OUT-FILE.
       01 PENDING-OUT-RECORD PIC X(92).

       FD  PARM-FILE.
       01 PARM-RECORD.
           05 PRM-CONFIRM-DAYS PIC 9(3).

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

       FD  JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JNL-RUN-DATE PIC 9(8).
           05 JNL-ACTION PIC X.
           05 JNL-EMPLOYEE-ID PIC 9(6).
           05 JNL-BEFORE-IMAGE PIC X(89).
           05 JNL-AFTER-IMAGE PIC X(89).

       FD  DELTA-FILE.
       01 DELTA-RECORD.
           05 DLT-ACTION PIC X.
           05 DLT-EMPLOYEE-ID PIC 9(6).
           05 DLT-NEW-IMAGE PIC X(81).
           05 DLT-OLD-IMAGE PIC X(81).

       FD  REPORT-FILE.
       01 REPORT-PRINT-RECORD PIC X(132).

       FD  CURRENT-FILE.
       01 CURRENT-RECORD PIC X(81).

       FD  HOLD-FILE.
       01 HOLD-RECORD.
           05 HO-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(123).

       FD  LISTING-WORK-FILE.
       01 LISTING-WORK-RECORD.
           05 LW-SECTION PIC 9.
           05 LW-LINE PIC X(132).

      * Transactions are taken employee by employee, newest effective
      * date first, so the latest transaction for a field claims it
      * and older ones for the same field are retired as superseded.
      * The sequence keeps same-day transactions in keyed order,
      * last keyed first.
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-EMPLOYEE-ID PIC X(6).
           05 SRT-EFFECTIVE-DATE PIC X(8).
           05 SRT-SEQUENCE PIC 9(7).
           05 SRT-TRANSACTION PIC X(92).

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

       01 WS-PENDIN-STATUS PIC XX.
       01 WS-PENDOUT-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-EMPOUT-STATUS PIC XX.
       01 WS-DEPT-STATUS PIC XX.
       01 WS-JRNL-STATUS PIC XX.
       01 WS-DELTA-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.
       01 WS-WORK-STATUS PIC XX.
       01 WS-CURR-STATUS PIC XX.
       01 WS-HOLD-STATUS PIC XX.

       01 WS-ABORT-SWITCH PIC X VALUE 'N'.
           88 WS-ABORT-RUN VALUE 'Y'.

       01 WS-PENDIN-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-PENDIN-OPEN VALUE 'Y'.

       01 WS-PENDOUT-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-PENDOUT-OPEN VALUE 'Y'.

       01 WS-MASTER-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-MASTER-OPEN VALUE 'Y'.

       01 WS-DEPT-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-DEPT-OPEN VALUE 'Y'.

       01 WS-JRNL-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-JRNL-OPEN VALUE 'Y'.

       01 WS-DELTA-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-DELTA-OPEN VALUE 'Y'.

       01 WS-RPT-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-RPT-OPEN VALUE 'Y'.

       01 WS-WORK-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-WORK-OPEN VALUE 'Y'.

       01 WS-PENDIN-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-PENDIN-EOF VALUE 'Y'.

       01 WS-SORT-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.

       01 WS-WORK-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-WORK-EOF VALUE 'Y'.

       01 WS-CURR-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-CURR-OPEN VALUE 'Y'.

       01 WS-CURR-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-CURR-EOF VALUE 'Y'.

       01 WS-HOLD-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-HOLD-EOF VALUE 'Y'.

      * Days an applied transaction may wait for the source system
      * to send the same values; 30 unless PEND_PARMS overrides it.
       01 WS-CONFIRM-DAYS PIC 9(3) VALUE 30.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR PIC 9(4).
           05 WS-RUN-MONTH PIC 9(2).
           05 WS-RUN-DAY PIC 9(2).

       01 WS-SEQUENCE PIC 9(7) VALUE ZERO.

      * The pending transaction, in the PEND_IN/PEND_OUT layout.
       01 WS-TXN.
           05 TX-TXN-TYPE PIC X.
               88 TX-DEPT-CHANGE VALUE "D".
               88 TX-STATUS-CHANGE VALUE "S".
               88 TX-CORRECTION VALUE "C".
               88 TX-TYPE-VALID VALUES "D" "S" "C".
           05 TX-EMPLOYEE-ID PIC 9(6).
           05 TX-EMPLOYEE-ID-X REDEFINES TX-EMPLOYEE-ID PIC X(6).
           05 TX-EFFECTIVE-DATE PIC 9(8).
           05 TX-EFFECTIVE-DATE-X REDEFINES TX-EFFECTIVE-DATE
               PIC X(8).
           05 TX-NEW-DEPT-CODE PIC 9(3).
           05 TX-NEW-DEPT-CODE-X REDEFINES TX-NEW-DEPT-CODE PIC X(3).
           05 TX-NEW-STATUS PIC X.
               88 TX-NEW-STATUS-VALID VALUES "A" "L" "T".
           05 TX-NEW-LAST-NAME PIC X(20).
           05 TX-NEW-FIRST-NAME PIC X(20).
           05 TX-NEW-HIRE-DATE PIC 9(8).
           05 TX-NEW-HIRE-DATE-X REDEFINES TX-NEW-HIRE-DATE PIC X(8).
           05 TX-KEYED-BY PIC X(8).
           05 TX-STATE PIC X.
               88 TX-NOT-APPLIED VALUES " " "P".
               88 TX-APPLIED VALUE "A".
           05 TX-APPLIED-DATE PIC 9(8).
           05 TX-APPLIED-DATE-X REDEFINES TX-APPLIED-DATE PIC X(8).
           05 TX-APPLIED-SPLIT REDEFINES TX-APPLIED-DATE.
               10 TX-APPLIED-YEAR PIC 9(4).
               10 TX-APPLIED-MONTH PIC 9(2).
               10 TX-APPLIED-DAY PIC 9(2).
           05 TX-ENFORCED-DATE PIC 9(8).
           05 TX-ENFORCED-DATE-X REDEFINES TX-ENFORCED-DATE PIC X(8).

      * Master image as read (the journal before image) and the work
      * image every due transaction for the employee is applied to.
       01 WS-BEFORE-IMAGE.
           05 BI-EMPLOYEE-ID PIC 9(6).
           05 BI-DEPT-CODE PIC 9(3).
           05 BI-DEPT-NAME PIC X(20).
           05 BI-LAST-NAME PIC A(20).
           05 BI-FIRST-NAME PIC A(20).
           05 BI-YEARS-SERVICE PIC 9(2)V9.
           05 BI-HIRE-DATE PIC 9(8).
           05 BI-EMP-STATUS PIC X.
           05 BI-LAST-CHANGE-DATE PIC 9(8).

       01 WS-WORK-IMAGE.
           05 WI-EMPLOYEE-ID PIC 9(6).
           05 WI-DEPT-CODE PIC 9(3).
           05 WI-DEPT-NAME PIC X(20).
           05 WI-LAST-NAME PIC A(20).
           05 WI-FIRST-NAME PIC A(20).
           05 WI-YEARS-SERVICE PIC 9(2)V9.
           05 WI-HIRE-DATE PIC 9(8).
           05 WI-EMP-STATUS PIC X.
           05 WI-LAST-CHANGE-DATE PIC 9(8).

      * Tonight's EMP_CURR record for the employee, when the source
      * sent one and it was not held.
       01 WS-CURR-IMAGE.
           05 CI-EMPLOYEE-ID PIC 9(6).
           05 CI-DEPT-CODE PIC 9(3).
           05 CI-DEPT-NAME PIC X(20).
           05 CI-LAST-NAME PIC A(20).
           05 CI-FIRST-NAME PIC A(20).
           05 CI-YEARS-SERVICE PIC 9(2)V9.
           05 CI-HIRE-DATE PIC 9(8).
           05 CI-EMP-STATUS PIC X.

       01 WS-SOURCE-SENT-SWITCH PIC X VALUE 'N'.
           88 WS-SOURCE-SENT VALUE 'Y'.

      * Set by 3660 over the transaction's unclaimed fields: the
      * source sent the target values, or sent exactly what the
      * master holds (the extract put the old values back).
       01 WS-SOURCE-TARGET-SWITCH PIC X VALUE 'N'.
           88 WS-SOURCE-TARGET VALUE 'Y'.

       01 WS-SOURCE-MASTER-SWITCH PIC X VALUE 'N'.
           88 WS-SOURCE-MASTER VALUE 'Y'.

      * Employees on tonight's HOLD_OUT.
       01 WS-HELD-MAX PIC 9(4) VALUE 5000.
       01 WS-HELD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HELD-IDX PIC 9(4) VALUE ZERO.

       01 WS-HELD-SWITCH PIC X VALUE 'N'.
           88 WS-EMPLOYEE-HELD VALUE 'Y'.

       01 WS-HELD-TABLE.
           05 HD-EMPLOYEE-ID PIC 9(6) OCCURS 5000 TIMES.

       01 WS-CUR-EMPLOYEE-ID PIC X(6) VALUE SPACES.

       01 WS-ON-MASTER-SWITCH PIC X VALUE 'N'.
           88 WS-ON-MASTER VALUE 'Y'.

       01 WS-IMAGE-CHANGED-SWITCH PIC X VALUE 'N'.
           88 WS-IMAGE-CHANGED VALUE 'Y'.

       01 WS-NEW-APPLIED-SWITCH PIC X VALUE 'N'.
           88 WS-NEW-APPLIED VALUE 'Y'.

      * One claim per master field: set once the newest due
      * transaction touching the field has been dealt with.
       01 WS-CLAIM-DEPT-SWITCH PIC X VALUE 'N'.
           88 WS-CLAIM-DEPT VALUE 'Y'.
       01 WS-CLAIM-STATUS-SWITCH PIC X VALUE 'N'.
           88 WS-CLAIM-STATUS VALUE 'Y'.
       01 WS-CLAIM-LAST-SWITCH PIC X VALUE 'N'.
           88 WS-CLAIM-LAST VALUE 'Y'.
       01 WS-CLAIM-FIRST-SWITCH PIC X VALUE 'N'.
           88 WS-CLAIM-FIRST VALUE 'Y'.
       01 WS-CLAIM-HIRE-SWITCH PIC X VALUE 'N'.
           88 WS-CLAIM-HIRE VALUE 'Y'.

       01 WS-TXN-VALID-SWITCH PIC X VALUE 'Y'.
           88 WS-TXN-VALID VALUE 'Y'.

       01 WS-SUPERSEDED-SWITCH PIC X VALUE 'N'.
           88 WS-SUPERSEDED VALUE 'Y'.

       01 WS-TARGET-MATCH-SWITCH PIC X VALUE 'Y'.
           88 WS-TARGET-MATCH VALUE 'Y'.

       01 WS-DEPT-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-DEPT-FOUND VALUE 'Y'.

       01 WS-CARRY-SWITCH PIC X VALUE 'N'.
           88 WS-CARRY-TXN VALUE 'Y'.

       01 WS-NEW-DEPT-NAME PIC X(20) VALUE SPACES.

       01 WS-SECTION PIC 9 VALUE ZERO.
       01 WS-SECTION-LINES PIC 9(7) VALUE ZERO.
       01 WS-DISPOSITION PIC X(40) VALUE SPACES.

       01 WS-HIRE-DATE-WORK PIC 9(8) VALUE ZERO.
       01 WS-HIRE-DATE-PARTS REDEFINES WS-HIRE-DATE-WORK.
           05 WS-HIRE-YEAR PIC 9(4).
           05 WS-HIRE-MONTH PIC 9(2).
           05 WS-HIRE-DAY PIC 9(2).

       01 WS-SERVICE-MONTHS PIC S9(5) VALUE ZERO.
       01 WS-DERIVED-YEARS PIC 9(3)V9 VALUE ZERO.

       01 WS-AGE-DAYS PIC S9(5) VALUE ZERO.

       01 WS-CHANGE-TEXT PIC X(40) VALUE SPACES.
       01 WS-TEXT-PTR PIC 9(3) VALUE ZERO.

       01 WS-DATE-EDIT PIC 9999/99/99.

       01 WS-CT-READ PIC 9(7) VALUE ZERO.
       01 WS-CT-APPLIED PIC 9(7) VALUE ZERO.
       01 WS-CT-REAPPLIED PIC 9(7) VALUE ZERO.
       01 WS-CT-IN-EFFECT PIC 9(7) VALUE ZERO.
       01 WS-CT-CONFIRMED PIC 9(7) VALUE ZERO.
       01 WS-CT-SUPERSEDED PIC 9(7) VALUE ZERO.
       01 WS-CT-PENDING PIC 9(7) VALUE ZERO.
       01 WS-CT-AWAITING PIC 9(7) VALUE ZERO.
       01 WS-CT-EXCEPTIONS PIC 9(7) VALUE ZERO.
       01 WS-CT-CARRIED PIC 9(7) VALUE ZERO.
       01 WS-CT-MASTER-UPDATES PIC 9(7) VALUE ZERO.
       01 WS-CT-JOURNAL PIC 9(7) VALUE ZERO.
       01 WS-CT-DELTAS PIC 9(7) VALUE ZERO.

       01 WS-LINE-COUNT PIC 9(3) VALUE 99.
       01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.

       01 WS-SECTION-TITLE-VALUES.
           05 FILLER PIC X(40)
               VALUE "TRANSACTIONS APPLIED OR RETIRED TONIGHT".
           05 FILLER PIC X(40)
               VALUE "TRANSACTIONS STILL PENDING".
           05 FILLER PIC X(40)
               VALUE "EXCEPTIONS - NO LONGER MATCH THE MASTER".
       01 WS-SECTION-TITLE-TABLE REDEFINES WS-SECTION-TITLE-VALUES.
           05 WS-SECTION-TITLE PIC X(40) OCCURS 3 TIMES.

       01 PEND-HEADING-1.
           05 FILLER PIC X(34)
               VALUE "PENDING HR TRANSACTIONS LISTING".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 PH1-RUN-DATE PIC 9999/99/99.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 PH1-PAGE PIC ZZ9.
           05 FILLER PIC X(55) VALUE SPACES.

       01 PEND-HEADING-2.
           05 FILLER PIC X(8) VALUE "EMPL ID ".
           05 FILLER PIC X(2) VALUE "T ".
           05 FILLER PIC X(12) VALUE "EFFECTIVE".
           05 FILLER PIC X(42) VALUE "CHANGE".
           05 FILLER PIC X(42) VALUE "DISPOSITION / REASON".
           05 FILLER PIC X(8) VALUE "KEYED BY".
           05 FILLER PIC X(18) VALUE SPACES.

       01 PEND-SECTION-LINE.
           05 FILLER PIC X(6) VALUE "----- ".
           05 PS-TITLE PIC X(40).
           05 FILLER PIC X(86) VALUE SPACES.

       01 PEND-DETAIL-LINE.
           05 PD-EMPLOYEE-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PD-TXN-TYPE PIC X.
           05 FILLER PIC X(1) VALUE SPACES.
           05 PD-EFFECTIVE-DATE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PD-CHANGE PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PD-DISPOSITION PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PD-KEYED-BY PIC X(8).
           05 FILLER PIC X(18) VALUE SPACES.

       01 PEND-NONE-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "NONE".
           05 FILLER PIC X(120) VALUE SPACES.

       01 PEND-TOTAL-LINE-1.
           05 FILLER PIC X(15) VALUE "TXNS READ: ".
           05 PT-READ PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  APPLIED: ".
           05 PT-APPLIED PIC ZZZ,ZZ9.
           05 FILLER PIC X(15) VALUE "  RE-APPLIED: ".
           05 PT-REAPPLIED PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  CONFIRMED: ".
           05 PT-CONFIRMED PIC ZZZ,ZZ9.
           05 FILLER PIC X(15) VALUE "  SUPERSEDED: ".
           05 PT-SUPERSEDED PIC ZZZ,ZZ9.
           05 FILLER PIC X(33) VALUE SPACES.

       01 PEND-TOTAL-LINE-2.
           05 FILLER PIC X(15) VALUE "PENDING: ".
           05 PT-PENDING PIC ZZZ,ZZ9.
           05 FILLER PIC X(20) VALUE "  AWAITING SOURCE: ".
           05 PT-AWAITING PIC ZZZ,ZZ9.
           05 FILLER PIC X(15) VALUE "  EXCEPTIONS: ".
           05 PT-EXCEPTIONS PIC ZZZ,ZZ9.
           05 FILLER PIC X(18) VALUE "  MASTER UPDATES: ".
           05 PT-UPDATES PIC ZZZ,ZZ9.
           05 FILLER PIC X(17) VALUE "  DELTAS: ".
           05 PT-DELTAS PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE SPACES.

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
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-EMPLOYEE-ID
                   ON DESCENDING KEY SRT-EFFECTIVE-DATE
                                     SRT-SEQUENCE
                   INPUT PROCEDURE IS 2000-NUMBER-PENDING
                   OUTPUT PROCEDURE IS 3000-APPLY-PENDING
               PERFORM 5000-PRINT-LISTING
           END-IF
           PERFORM 9000-PRINT-CONTROL-TOTALS
           PERFORM 9900-TERMINATE
           PERFORM 9950-WRITE-JOB-LOG
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-LOAD-RUN-PARMS
      * No pending file simply means HR has nothing outstanding.
           OPEN INPUT PENDING-IN-FILE
           IF WS-PENDIN-STATUS = "00" OR WS-PENDIN-STATUS = "05"
               SET WS-PENDIN-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR: UNABLE TO OPEN PENDING-IN-FILE, "
                   "STATUS=" WS-PENDIN-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN I-O EMPLOYEE-MASTER
               IF WS-EMPOUT-STATUS = "00"
                   SET WS-MASTER-OPEN TO TRUE
               ELSE
                   DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-MASTER, "
                       "STATUS=" WS-EMPOUT-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN INPUT DEPARTMENT-MASTER
               IF WS-DEPT-STATUS = "00"
                   SET WS-DEPT-OPEN TO TRUE
               ELSE
                   DISPLAY "ERROR: UNABLE TO OPEN DEPARTMENT-MASTER, "
                       "STATUS=" WS-DEPT-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
      * As in the nightly apply, no update is made without a journal.
      * Status 05 means the night has no journal yet (the edit applied
      * nothing); the open still creates one.
           IF NOT WS-ABORT-RUN
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS = "00" OR WS-JRNL-STATUS = "05"
                   SET WS-JRNL-OPEN TO TRUE
               ELSE
                   DISPLAY "ERROR: UNABLE TO OPEN JOURNAL-FILE, "
                       "STATUS=" WS-JRNL-STATUS
                   DISPLAY "       MASTER NOT UPDATED - NO APPLY "
                       "WITHOUT A JOURNAL"
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT DELTA-FILE
               OPEN OUTPUT PENDING-OUT-FILE
               OPEN OUTPUT REPORT-FILE
               OPEN OUTPUT LISTING-WORK-FILE
               IF WS-DELTA-STATUS = "00"
                   SET WS-DELTA-OPEN TO TRUE
               END-IF
               IF WS-PENDOUT-STATUS = "00"
                   SET WS-PENDOUT-OPEN TO TRUE
               END-IF
               IF WS-RPT-STATUS = "00"
                   SET WS-RPT-OPEN TO TRUE
               END-IF
               IF WS-WORK-STATUS = "00"
                   SET WS-WORK-OPEN TO TRUE
               END-IF
               IF WS-DELTA-STATUS NOT = "00"
                  OR WS-PENDOUT-STATUS NOT = "00"
                  OR WS-RPT-STATUS NOT = "00"
                  OR WS-WORK-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN OUTPUT FILES, "
                       "DELTA=" WS-DELTA-STATUS
                       " PEND=" WS-PENDOUT-STATUS
                       " RPT=" WS-RPT-STATUS
                       " WRK=" WS-WORK-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1100-OPEN-SOURCE-FILES
           END-IF.

      * An applied transaction is only judged against the source
      * when tonight's EMP_CURR and hold list can be trusted. Neither
      * existing means the edit released nothing tonight and the
      * master still holds what this step left; one that exists but
      * cannot be read, or a hold list too long to keep, would let a
      * held master image pass for the source, so the step stops.
       1100-OPEN-SOURCE-FILES.
           OPEN INPUT CURRENT-FILE
           EVALUATE WS-CURR-STATUS
               WHEN "00"
                   SET WS-CURR-OPEN TO TRUE
                   PERFORM 1150-READ-CURRENT
               WHEN "05"
                   CLOSE CURRENT-FILE
                   SET WS-CURR-EOF TO TRUE
                   DISPLAY "WARNING: NO EMP_CURR TONIGHT - NOTHING "
                       "CONFIRMED BY SOURCE"
               WHEN OTHER
                   DISPLAY "ERROR: UNABLE TO OPEN CURRENT-FILE, "
                       "STATUS=" WS-CURR-STATUS
                   SET WS-ABORT-RUN TO TRUE
           END-EVALUATE
           IF NOT WS-ABORT-RUN
               OPEN INPUT HOLD-FILE
               EVALUATE WS-HOLD-STATUS
                   WHEN "00"
                       PERFORM 1160-READ-ONE-HOLD
                           UNTIL WS-HOLD-EOF OR WS-ABORT-RUN
                       CLOSE HOLD-FILE
                   WHEN "05"
                       CLOSE HOLD-FILE
                   WHEN OTHER
                       DISPLAY "ERROR: UNABLE TO OPEN HOLD-FILE, "
                           "STATUS=" WS-HOLD-STATUS
                       SET WS-ABORT-RUN TO TRUE
               END-EVALUATE
           END-IF.

       1150-READ-CURRENT.
           READ CURRENT-FILE INTO WS-CURR-IMAGE
               AT END
                   SET WS-CURR-EOF TO TRUE
           END-READ.

       1160-READ-ONE-HOLD.
           READ HOLD-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   IF HO-EMPLOYEE-ID NUMERIC
                       IF WS-HELD-COUNT < WS-HELD-MAX
                           ADD 1 TO WS-HELD-COUNT
                           MOVE HO-EMPLOYEE-ID
                               TO HD-EMPLOYEE-ID(WS-HELD-COUNT)
                       ELSE
                           DISPLAY "ERROR: HOLD_OUT HAS MORE THAN "
                               WS-HELD-MAX " HOLDS - RUN STOPPED"
                           SET WS-ABORT-RUN TO TRUE
                       END-IF
                   END-IF
           END-READ.

      * The limit only overrides the default when it is present and
      * numeric.
       1050-LOAD-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       DISPLAY "WARNING: PEND_PARMS IS EMPTY - "
                           "DEFAULT CONFIRMATION LIMIT USED"
                   NOT AT END
                       IF PRM-CONFIRM-DAYS NUMERIC
                          AND PRM-CONFIRM-DAYS > ZERO
                           MOVE PRM-CONFIRM-DAYS TO WS-CONFIRM-DAYS
                       ELSE
                           DISPLAY "WARNING: PEND_PARMS CONFIRMATION "
                               "LIMIT NOT NUMERIC - DEFAULT USED"
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           DISPLAY "SOURCE CONFIRMATION LIMIT: "
               WS-CONFIRM-DAYS " DAYS".

       2000-NUMBER-PENDING.
           PERFORM 2100-RELEASE-ONE-PENDING UNTIL WS-PENDIN-EOF.

       2100-RELEASE-ONE-PENDING.
           READ PENDING-IN-FILE INTO WS-TXN
               AT END
                   SET WS-PENDIN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-READ
                   ADD 1 TO WS-SEQUENCE
                   MOVE TX-EMPLOYEE-ID-X TO SRT-EMPLOYEE-ID
                   MOVE TX-EFFECTIVE-DATE-X TO SRT-EFFECTIVE-DATE
                   MOVE WS-SEQUENCE TO SRT-SEQUENCE
                   MOVE WS-TXN TO SRT-TRANSACTION
                   RELEASE SORT-RECORD
           END-READ.

      * Control break on employee: the master is read once, every
      * transaction for the employee is worked against one image, and
      * the image is written back once with one journal record.
       3000-APPLY-PENDING.
           PERFORM 3050-RETURN-PENDING
           PERFORM 3100-PROCESS-EMPLOYEE
               UNTIL WS-SORT-EOF OR WS-ABORT-RUN.

       3050-RETURN-PENDING.
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   MOVE SRT-TRANSACTION TO WS-TXN
           END-RETURN.

       3100-PROCESS-EMPLOYEE.
           MOVE TX-EMPLOYEE-ID-X TO WS-CUR-EMPLOYEE-ID
           PERFORM 3150-READ-MASTER
           PERFORM 3200-PROCESS-ONE-TXN
               UNTIL WS-SORT-EOF
                  OR TX-EMPLOYEE-ID-X NOT = WS-CUR-EMPLOYEE-ID
           PERFORM 3800-FINISH-EMPLOYEE.

       3150-READ-MASTER.
           MOVE 'N' TO WS-ON-MASTER-SWITCH
           MOVE 'N' TO WS-IMAGE-CHANGED-SWITCH
           MOVE 'N' TO WS-NEW-APPLIED-SWITCH
           MOVE 'N' TO WS-CLAIM-DEPT-SWITCH
           MOVE 'N' TO WS-CLAIM-STATUS-SWITCH
           MOVE 'N' TO WS-CLAIM-LAST-SWITCH
           MOVE 'N' TO WS-CLAIM-FIRST-SWITCH
           MOVE 'N' TO WS-CLAIM-HIRE-SWITCH
           MOVE 'N' TO WS-SOURCE-SENT-SWITCH
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-WORK-IMAGE
           IF TX-EMPLOYEE-ID-X NUMERIC
               MOVE TX-EMPLOYEE-ID TO OUT-EMPLOYEE-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ON-MASTER TO TRUE
                       MOVE EMPLOYEE-OUT-RECORD TO WS-BEFORE-IMAGE
                       MOVE EMPLOYEE-OUT-RECORD TO WS-WORK-IMAGE
               END-READ
               PERFORM 3160-FIND-SOURCE-RECORD
           END-IF.

      * EMP_CURR and the transactions are both in employee-id order,
      * so EMP_CURR only ever moves forward.
       3160-FIND-SOURCE-RECORD.
           MOVE 'N' TO WS-SOURCE-SENT-SWITCH
           PERFORM 1150-READ-CURRENT
               UNTIL WS-CURR-EOF
                  OR CI-EMPLOYEE-ID NOT < TX-EMPLOYEE-ID
           IF NOT WS-CURR-EOF
              AND CI-EMPLOYEE-ID = TX-EMPLOYEE-ID
               MOVE 'N' TO WS-HELD-SWITCH
               PERFORM 3170-MATCH-HELD
                   VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
                      OR WS-EMPLOYEE-HELD
               IF NOT WS-EMPLOYEE-HELD
                   SET WS-SOURCE-SENT TO TRUE
               END-IF
           END-IF.

       3170-MATCH-HELD.
           IF HD-EMPLOYEE-ID(WS-HELD-IDX) = TX-EMPLOYEE-ID
               SET WS-EMPLOYEE-HELD TO TRUE
           END-IF.

       3200-PROCESS-ONE-TXN.
           MOVE SPACES TO WS-DISPOSITION
           MOVE 'N' TO WS-CARRY-SWITCH
           PERFORM 3300-EDIT-TRANSACTION
           EVALUATE TRUE
               WHEN NOT WS-TXN-VALID
                   PERFORM 3950-RECORD-EXCEPTION
               WHEN NOT WS-ON-MASTER
                   MOVE "EMPLOYEE NOT ON MASTER - DROPPED"
                       TO WS-DISPOSITION
                   PERFORM 3950-RECORD-EXCEPTION
               WHEN TX-EFFECTIVE-DATE > WS-RUN-DATE
                   MOVE "PENDING" TO WS-DISPOSITION
                   ADD 1 TO WS-CT-PENDING
                   SET WS-CARRY-TXN TO TRUE
                   MOVE 2 TO WS-SECTION
                   PERFORM 3900-WRITE-LISTING-LINE
               WHEN OTHER
                   PERFORM 3400-PROCESS-DUE-TXN
           END-EVALUATE
           IF WS-CARRY-TXN
               MOVE WS-TXN TO PENDING-OUT-RECORD
               WRITE PENDING-OUT-RECORD
               ADD 1 TO WS-CT-CARRIED
           END-IF
           PERFORM 3050-RETURN-PENDING.

      * A transaction that cannot be read reliably is dropped at
      * once rather than carried night after night.
       3300-EDIT-TRANSACTION.
           SET WS-TXN-VALID TO TRUE
           EVALUATE TRUE
               WHEN NOT TX-TYPE-VALID
                   MOVE "INVALID TRANSACTION TYPE - DROPPED"
                       TO WS-DISPOSITION
                   MOVE 'N' TO WS-TXN-VALID-SWITCH
               WHEN TX-EMPLOYEE-ID-X NOT NUMERIC
                   MOVE "EMPLOYEE ID NOT NUMERIC - DROPPED"
                       TO WS-DISPOSITION
                   MOVE 'N' TO WS-TXN-VALID-SWITCH
               WHEN TX-EFFECTIVE-DATE-X NOT NUMERIC
                  OR TX-EFFECTIVE-DATE-X(5:2) < "01"
                  OR TX-EFFECTIVE-DATE-X(5:2) > "12"
                  OR TX-EFFECTIVE-DATE-X(7:2) < "01"
                  OR TX-EFFECTIVE-DATE-X(7:2) > "31"
                   MOVE "EFFECTIVE DATE INVALID - DROPPED"
                       TO WS-DISPOSITION
                   MOVE 'N' TO WS-TXN-VALID-SWITCH
               WHEN TX-DEPT-CHANGE
                AND TX-NEW-DEPT-CODE-X NOT NUMERIC
                   MOVE "NEW DEPT CODE NOT NUMERIC - DROPPED"
                       TO WS-DISPOSITION
                   MOVE 'N' TO WS-TXN-VALID-SWITCH
               WHEN TX-STATUS-CHANGE
                AND NOT TX-NEW-STATUS-VALID
                   MOVE "NEW STATUS INVALID - DROPPED"
                       TO WS-DISPOSITION
                   MOVE 'N' TO WS-TXN-VALID-SWITCH
               WHEN TX-CORRECTION
                AND TX-NEW-LAST-NAME = SPACES
                AND TX-NEW-FIRST-NAME = SPACES
                AND TX-NEW-HIRE-DATE-X = SPACES
                   MOVE "CORRECTION HAS NO NEW VALUES - DROPPED"
                       TO WS-DISPOSITION
                   MOVE 'N' TO WS-TXN-VALID-SWITCH
               WHEN TX-CORRECTION
                AND TX-NEW-HIRE-DATE-X NOT = SPACES
                AND (TX-NEW-HIRE-DATE-X NOT NUMERIC
                  OR TX-NEW-HIRE-DATE-X(5:2) < "01"
                  OR TX-NEW-HIRE-DATE-X(5:2) > "12"
                  OR TX-NEW-HIRE-DATE-X(7:2) < "01"
                  OR TX-NEW-HIRE-DATE-X(7:2) > "31"
                  OR TX-NEW-HIRE-DATE-X(1:4) < "1900"
                  OR TX-NEW-HIRE-DATE > WS-RUN-DATE)
                   MOVE "NEW HIRE DATE INVALID - DROPPED"
                       TO WS-DISPOSITION
                   MOVE 'N' TO WS-TXN-VALID-SWITCH
               WHEN NOT TX-NOT-APPLIED AND NOT TX-APPLIED
                   MOVE "CARRY STATE INVALID - DROPPED"
                       TO WS-DISPOSITION
                   MOVE 'N' TO WS-TXN-VALID-SWITCH
               WHEN TX-APPLIED
                AND (TX-APPLIED-DATE-X NOT NUMERIC
                  OR TX-ENFORCED-DATE-X NOT NUMERIC)
                   MOVE "CARRY APPLY DATES INVALID - DROPPED"
                       TO WS-DISPOSITION
                   MOVE 'N' TO WS-TXN-VALID-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A due transaction whose every field has already been claimed
      * by a later transaction for the same employee has nothing left
      * to do.
       3400-PROCESS-DUE-TXN.
           PERFORM 3450-CHECK-SUPERSEDED
           EVALUATE TRUE
               WHEN WS-SUPERSEDED
                   MOVE "SUPERSEDED BY A LATER TRANSACTION"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-CT-SUPERSEDED
                   MOVE 1 TO WS-SECTION
                   PERFORM 3900-WRITE-LISTING-LINE
               WHEN TX-APPLIED
                   PERFORM 3600-CHECK-APPLIED-TXN
               WHEN OTHER
                   PERFORM 3500-APPLY-NEW-TXN
           END-EVALUATE.

       3450-CHECK-SUPERSEDED.
           SET WS-SUPERSEDED TO TRUE
           EVALUATE TRUE
               WHEN TX-DEPT-CHANGE
                   IF NOT WS-CLAIM-DEPT
                       MOVE 'N' TO WS-SUPERSEDED-SWITCH
                   END-IF
               WHEN TX-STATUS-CHANGE
                   IF NOT WS-CLAIM-STATUS
                       MOVE 'N' TO WS-SUPERSEDED-SWITCH
                   END-IF
               WHEN TX-CORRECTION
                   IF TX-NEW-LAST-NAME NOT = SPACES
                      AND NOT WS-CLAIM-LAST
                       MOVE 'N' TO WS-SUPERSEDED-SWITCH
                   END-IF
                   IF TX-NEW-FIRST-NAME NOT = SPACES
                      AND NOT WS-CLAIM-FIRST
                       MOVE 'N' TO WS-SUPERSEDED-SWITCH
                   END-IF
                   IF TX-NEW-HIRE-DATE-X NOT = SPACES
                      AND NOT WS-CLAIM-HIRE
                       MOVE 'N' TO WS-SUPERSEDED-SWITCH
                   END-IF
           END-EVALUATE.

      * First time due. A terminated employee takes nothing but a
      * rehire (a later status transaction tonight may already have
      * brought them back); a dept change needs a dept that exists.
      * A transaction the master already reflects is still carried
      * as applied, so a rerun of the step cannot lose it.
       3500-APPLY-NEW-TXN.
           MOVE 'N' TO WS-DEPT-FOUND-SWITCH
           IF TX-DEPT-CHANGE
               PERFORM 3550-LOOKUP-NEW-DEPT
           END-IF
           PERFORM 3650-COMPARE-TARGET
           EVALUATE TRUE
               WHEN WS-TARGET-MATCH
                   MOVE "ALREADY IN EFFECT ON MASTER"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-CT-IN-EFFECT
                   PERFORM 3750-MARK-APPLIED
               WHEN BI-EMP-STATUS = "T"
                AND NOT (TX-STATUS-CHANGE AND TX-NEW-STATUS = "A")
                AND NOT (WS-CLAIM-STATUS AND WI-EMP-STATUS NOT = "T")
                   MOVE "EMPLOYEE ALREADY TERMINATED - DROPPED"
                       TO WS-DISPOSITION
                   PERFORM 3950-RECORD-EXCEPTION
               WHEN TX-DEPT-CHANGE AND NOT WS-DEPT-FOUND
                   MOVE "NEW DEPT NOT ON DEPT MASTER - DROPPED"
                       TO WS-DISPOSITION
                   PERFORM 3950-RECORD-EXCEPTION
               WHEN OTHER
                   PERFORM 3700-APPLY-TO-IMAGE
                   SET WS-NEW-APPLIED TO TRUE
                   MOVE "APPLIED" TO WS-DISPOSITION
                   ADD 1 TO WS-CT-APPLIED
                   PERFORM 3750-MARK-APPLIED
           END-EVALUATE.

       3550-LOOKUP-NEW-DEPT.
           MOVE TX-NEW-DEPT-CODE TO DM-DEPT-CODE
           READ DEPARTMENT-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-NEW-DEPT-NAME
               NOT INVALID KEY
                   SET WS-DEPT-FOUND TO TRUE
                   MOVE DM-DEPT-NAME TO WS-NEW-DEPT-NAME
           END-READ.

      * Already applied on an earlier night. The nightly extract
      * rewrites every employee it carries, so until the source
      * system itself sends the new values each night's edit puts the
      * old ones back; the transaction is re-applied (journaled, but
      * no second delta - payroll already has it) until tonight's
      * EMP_CURR record from the source holds the target values. The
      * master's change date proves nothing here: a held record's
      * staged master image is stamped by the apply like any other.
      * A master that no longer holds the target and was not simply
      * put back to the source's values by tonight's extract means
      * someone else has moved the employee since, and the
      * transaction is dropped rather than fight that change.
       3600-CHECK-APPLIED-TXN.
           MOVE 'N' TO WS-DEPT-FOUND-SWITCH
           IF TX-DEPT-CHANGE
               PERFORM 3550-LOOKUP-NEW-DEPT
           END-IF
           PERFORM 3650-COMPARE-TARGET
           PERFORM 3660-COMPARE-SOURCE
           PERFORM 3680-COMPUTE-AGE-DAYS
           EVALUATE TRUE
               WHEN WS-SOURCE-SENT AND WS-SOURCE-TARGET
                   MOVE "CONFIRMED BY SOURCE - RETIRED"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-CT-CONFIRMED
                   PERFORM 3760-CLAIM-FIELDS
                   MOVE 1 TO WS-SECTION
                   PERFORM 3900-WRITE-LISTING-LINE
               WHEN WS-AGE-DAYS > WS-CONFIRM-DAYS
                   MOVE "NOT CONFIRMED BY SOURCE IN LIMIT - DROPPED"
                       TO WS-DISPOSITION
                   PERFORM 3950-RECORD-EXCEPTION
               WHEN WS-TARGET-MATCH
                   MOVE "APPLIED - AWAITING SOURCE" TO WS-DISPOSITION
                   ADD 1 TO WS-CT-AWAITING
                   PERFORM 3760-CLAIM-FIELDS
                   SET WS-CARRY-TXN TO TRUE
                   MOVE 2 TO WS-SECTION
                   PERFORM 3900-WRITE-LISTING-LINE
               WHEN NOT WS-SOURCE-SENT
               WHEN NOT WS-SOURCE-MASTER
                   MOVE "MASTER CHANGED SINCE APPLIED - DROPPED"
                       TO WS-DISPOSITION
                   PERFORM 3950-RECORD-EXCEPTION
               WHEN TX-DEPT-CHANGE AND NOT WS-DEPT-FOUND
                   MOVE "NEW DEPT NOT ON DEPT MASTER - DROPPED"
                       TO WS-DISPOSITION
                   PERFORM 3950-RECORD-EXCEPTION
               WHEN OTHER
                   PERFORM 3700-APPLY-TO-IMAGE
                   MOVE "RE-APPLIED OVER SOURCE VALUES"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-CT-REAPPLIED
                   MOVE WS-RUN-DATE TO TX-ENFORCED-DATE
                   PERFORM 3760-CLAIM-FIELDS
                   SET WS-CARRY-TXN TO TRUE
                   MOVE 1 TO WS-SECTION
                   PERFORM 3900-WRITE-LISTING-LINE
           END-EVALUATE.

      * Only fields no later transaction has claimed are compared;
      * those still hold the master's values in the work image.
       3650-COMPARE-TARGET.
           SET WS-TARGET-MATCH TO TRUE
           EVALUATE TRUE
               WHEN TX-DEPT-CHANGE
                   IF NOT WS-CLAIM-DEPT
                      AND WI-DEPT-CODE NOT = TX-NEW-DEPT-CODE
                       MOVE 'N' TO WS-TARGET-MATCH-SWITCH
                   END-IF
               WHEN TX-STATUS-CHANGE
                   IF NOT WS-CLAIM-STATUS
                      AND WI-EMP-STATUS NOT = TX-NEW-STATUS
                       MOVE 'N' TO WS-TARGET-MATCH-SWITCH
                   END-IF
               WHEN TX-CORRECTION
                   IF TX-NEW-LAST-NAME NOT = SPACES
                      AND NOT WS-CLAIM-LAST
                      AND WI-LAST-NAME NOT = TX-NEW-LAST-NAME
                       MOVE 'N' TO WS-TARGET-MATCH-SWITCH
                   END-IF
                   IF TX-NEW-FIRST-NAME NOT = SPACES
                      AND NOT WS-CLAIM-FIRST
                      AND WI-FIRST-NAME NOT = TX-NEW-FIRST-NAME
                       MOVE 'N' TO WS-TARGET-MATCH-SWITCH
                   END-IF
                   IF TX-NEW-HIRE-DATE-X NOT = SPACES
                      AND NOT WS-CLAIM-HIRE
                      AND WI-HIRE-DATE NOT = TX-NEW-HIRE-DATE
                       MOVE 'N' TO WS-TARGET-MATCH-SWITCH
                   END-IF
           END-EVALUATE.

      * The same unclaimed fields, read from tonight's source record:
      * once against the transaction's target values and once
      * against the work image, which still holds the master's values
      * in every field this transaction could touch.
       3660-COMPARE-SOURCE.
           SET WS-SOURCE-TARGET TO TRUE
           SET WS-SOURCE-MASTER TO TRUE
           IF NOT WS-SOURCE-SENT
               MOVE 'N' TO WS-SOURCE-TARGET-SWITCH
               MOVE 'N' TO WS-SOURCE-MASTER-SWITCH
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-SOURCE-SENT
                   CONTINUE
               WHEN TX-DEPT-CHANGE
                   IF NOT WS-CLAIM-DEPT
                       IF CI-DEPT-CODE NOT = TX-NEW-DEPT-CODE
                           MOVE 'N' TO WS-SOURCE-TARGET-SWITCH
                       END-IF
                       IF CI-DEPT-CODE NOT = WI-DEPT-CODE
                           MOVE 'N' TO WS-SOURCE-MASTER-SWITCH
                       END-IF
                   END-IF
               WHEN TX-STATUS-CHANGE
                   IF NOT WS-CLAIM-STATUS
                       IF CI-EMP-STATUS NOT = TX-NEW-STATUS
                           MOVE 'N' TO WS-SOURCE-TARGET-SWITCH
                       END-IF
                       IF CI-EMP-STATUS NOT = WI-EMP-STATUS
                           MOVE 'N' TO WS-SOURCE-MASTER-SWITCH
                       END-IF
                   END-IF
               WHEN TX-CORRECTION
                   IF TX-NEW-LAST-NAME NOT = SPACES
                      AND NOT WS-CLAIM-LAST
                       IF CI-LAST-NAME NOT = TX-NEW-LAST-NAME
                           MOVE 'N' TO WS-SOURCE-TARGET-SWITCH
                       END-IF
                       IF CI-LAST-NAME NOT = WI-LAST-NAME
                           MOVE 'N' TO WS-SOURCE-MASTER-SWITCH
                       END-IF
                   END-IF
                   IF TX-NEW-FIRST-NAME NOT = SPACES
                      AND NOT WS-CLAIM-FIRST
                       IF CI-FIRST-NAME NOT = TX-NEW-FIRST-NAME
                           MOVE 'N' TO WS-SOURCE-TARGET-SWITCH
                       END-IF
                       IF CI-FIRST-NAME NOT = WI-FIRST-NAME
                           MOVE 'N' TO WS-SOURCE-MASTER-SWITCH
                       END-IF
                   END-IF
                   IF TX-NEW-HIRE-DATE-X NOT = SPACES
                      AND NOT WS-CLAIM-HIRE
                       IF CI-HIRE-DATE NOT = TX-NEW-HIRE-DATE
                           MOVE 'N' TO WS-SOURCE-TARGET-SWITCH
                       END-IF
                       IF CI-HIRE-DATE NOT = WI-HIRE-DATE
                           MOVE 'N' TO WS-SOURCE-MASTER-SWITCH
                       END-IF
                   END-IF
           END-EVALUATE.

      * Calendar-approximate age, as on the stale-rejects listing;
      * close enough for a confirmation limit counted in days.
       3680-COMPUTE-AGE-DAYS.
           COMPUTE WS-AGE-DAYS =
               (WS-RUN-YEAR - TX-APPLIED-YEAR) * 365
               + (WS-RUN-MONTH - TX-APPLIED-MONTH) * 30
               + (WS-RUN-DAY - TX-APPLIED-DAY)
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

       3700-APPLY-TO-IMAGE.
           EVALUATE TRUE
               WHEN TX-DEPT-CHANGE
                   IF NOT WS-CLAIM-DEPT
                       MOVE TX-NEW-DEPT-CODE TO WI-DEPT-CODE
                       MOVE WS-NEW-DEPT-NAME TO WI-DEPT-NAME
                   END-IF
               WHEN TX-STATUS-CHANGE
                   IF NOT WS-CLAIM-STATUS
                       MOVE TX-NEW-STATUS TO WI-EMP-STATUS
                   END-IF
               WHEN TX-CORRECTION
                   IF TX-NEW-LAST-NAME NOT = SPACES
                      AND NOT WS-CLAIM-LAST
                       MOVE TX-NEW-LAST-NAME TO WI-LAST-NAME
                   END-IF
                   IF TX-NEW-FIRST-NAME NOT = SPACES
                      AND NOT WS-CLAIM-FIRST
                       MOVE TX-NEW-FIRST-NAME TO WI-FIRST-NAME
                   END-IF
                   IF TX-NEW-HIRE-DATE-X NOT = SPACES
                      AND NOT WS-CLAIM-HIRE
                       MOVE TX-NEW-HIRE-DATE TO WI-HIRE-DATE
                       PERFORM 3720-DERIVE-SERVICE
                   END-IF
           END-EVALUATE
           SET WS-IMAGE-CHANGED TO TRUE.

      * A corrected hire date re-derives service as of tonight, the
      * same months-over-twelve rule the nightly edit uses.
       3720-DERIVE-SERVICE.
           MOVE WI-HIRE-DATE TO WS-HIRE-DATE-WORK
           COMPUTE WS-SERVICE-MONTHS =
               (WS-RUN-YEAR - WS-HIRE-YEAR) * 12
               + (WS-RUN-MONTH - WS-HIRE-MONTH)
           IF WS-RUN-DAY < WS-HIRE-DAY
               SUBTRACT 1 FROM WS-SERVICE-MONTHS
           END-IF
           IF WS-SERVICE-MONTHS < ZERO
               MOVE ZERO TO WS-SERVICE-MONTHS
           END-IF
           COMPUTE WS-DERIVED-YEARS ROUNDED =
               WS-SERVICE-MONTHS / 12
           MOVE WS-DERIVED-YEARS TO WI-YEARS-SERVICE.

       3750-MARK-APPLIED.
           MOVE "A" TO TX-STATE
           MOVE WS-RUN-DATE TO TX-APPLIED-DATE
           MOVE WS-RUN-DATE TO TX-ENFORCED-DATE
           PERFORM 3760-CLAIM-FIELDS
           SET WS-CARRY-TXN TO TRUE
           MOVE 1 TO WS-SECTION
           PERFORM 3900-WRITE-LISTING-LINE.

       3760-CLAIM-FIELDS.
           EVALUATE TRUE
               WHEN TX-DEPT-CHANGE
                   SET WS-CLAIM-DEPT TO TRUE
               WHEN TX-STATUS-CHANGE
                   SET WS-CLAIM-STATUS TO TRUE
               WHEN TX-CORRECTION
                   IF TX-NEW-LAST-NAME NOT = SPACES
                       SET WS-CLAIM-LAST TO TRUE
                   END-IF
                   IF TX-NEW-FIRST-NAME NOT = SPACES
                       SET WS-CLAIM-FIRST TO TRUE
                   END-IF
                   IF TX-NEW-HIRE-DATE-X NOT = SPACES
                       SET WS-CLAIM-HIRE TO TRUE
                   END-IF
           END-EVALUATE.

      * The master record is written back only when something
      * changed. The journal record goes out for every rewrite; the
      * payroll delta only when a transaction applied for the first
      * time tonight.
       3800-FINISH-EMPLOYEE.
           IF WS-IMAGE-CHANGED
               MOVE WS-RUN-DATE TO WI-LAST-CHANGE-DATE
               MOVE WS-WORK-IMAGE TO EMPLOYEE-OUT-RECORD
               REWRITE EMPLOYEE-OUT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: REWRITE FAILED FOR EMPLOYEE "
                           WI-EMPLOYEE-ID ", STATUS="
                           WS-EMPOUT-STATUS " - RUN STOPPED"
                       SET WS-ABORT-RUN TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CT-MASTER-UPDATES
                       PERFORM 3850-WRITE-JOURNAL-RECORD
                       IF WS-NEW-APPLIED
                           PERFORM 3870-WRITE-DELTA-RECORD
                       END-IF
               END-REWRITE
           END-IF.

       3850-WRITE-JOURNAL-RECORD.
           MOVE WS-RUN-DATE TO JNL-RUN-DATE
           MOVE "R" TO JNL-ACTION
           MOVE WI-EMPLOYEE-ID TO JNL-EMPLOYEE-ID
           MOVE WS-BEFORE-IMAGE TO JNL-BEFORE-IMAGE
           MOVE WS-WORK-IMAGE TO JNL-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-CT-JOURNAL.

       3870-WRITE-DELTA-RECORD.
           MOVE "C" TO DLT-ACTION
           MOVE WI-EMPLOYEE-ID TO DLT-EMPLOYEE-ID
           MOVE WS-WORK-IMAGE(1:81) TO DLT-NEW-IMAGE
           MOVE WS-BEFORE-IMAGE(1:81) TO DLT-OLD-IMAGE
           WRITE DELTA-RECORD
           ADD 1 TO WS-CT-DELTAS.

       3900-WRITE-LISTING-LINE.
           MOVE TX-EMPLOYEE-ID-X TO PD-EMPLOYEE-ID
           MOVE TX-TXN-TYPE TO PD-TXN-TYPE
           IF TX-EFFECTIVE-DATE-X NUMERIC
               MOVE TX-EFFECTIVE-DATE TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT TO PD-EFFECTIVE-DATE
           ELSE
               MOVE TX-EFFECTIVE-DATE-X TO PD-EFFECTIVE-DATE
           END-IF
           PERFORM 3920-BUILD-CHANGE-TEXT
           MOVE WS-CHANGE-TEXT TO PD-CHANGE
           MOVE WS-DISPOSITION TO PD-DISPOSITION
           MOVE TX-KEYED-BY TO PD-KEYED-BY
           MOVE WS-SECTION TO LW-SECTION
           MOVE PEND-DETAIL-LINE TO LW-LINE
           WRITE LISTING-WORK-RECORD.

       3920-BUILD-CHANGE-TEXT.
           MOVE SPACES TO WS-CHANGE-TEXT
           MOVE 1 TO WS-TEXT-PTR
           EVALUATE TRUE
               WHEN TX-DEPT-CHANGE AND WS-ON-MASTER
                   STRING "DEPT " BI-DEPT-CODE " TO "
                       TX-NEW-DEPT-CODE-X
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
               WHEN TX-DEPT-CHANGE
                   STRING "DEPT TO " TX-NEW-DEPT-CODE-X
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
               WHEN TX-STATUS-CHANGE AND WS-ON-MASTER
                   STRING "STATUS " BI-EMP-STATUS " TO "
                       TX-NEW-STATUS
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
               WHEN TX-STATUS-CHANGE
                   STRING "STATUS TO " TX-NEW-STATUS
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
               WHEN TX-CORRECTION
                   STRING "CORRECT" DELIMITED BY SIZE
                       INTO WS-CHANGE-TEXT WITH POINTER WS-TEXT-PTR
                   IF TX-NEW-LAST-NAME NOT = SPACES
                      OR TX-NEW-FIRST-NAME NOT = SPACES
                       STRING " NAME" DELIMITED BY SIZE
                           INTO WS-CHANGE-TEXT
                           WITH POINTER WS-TEXT-PTR
                   END-IF
                   IF TX-NEW-HIRE-DATE-X NOT = SPACES
                       STRING " HIRE DATE " TX-NEW-HIRE-DATE-X
                           DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                           WITH POINTER WS-TEXT-PTR
                   END-IF
               WHEN OTHER
                   MOVE "UNRECOGNISED" TO WS-CHANGE-TEXT
           END-EVALUATE.

       3950-RECORD-EXCEPTION.
           ADD 1 TO WS-CT-EXCEPTIONS
           MOVE 3 TO WS-SECTION
           PERFORM 3900-WRITE-LISTING-LINE.

      * The spilled lines are read once per section so each section
      * prints together, in employee order within it.
       5000-PRINT-LISTING.
           CLOSE LISTING-WORK-FILE
           MOVE 'N' TO WS-WORK-OPEN-SWITCH
           PERFORM 5100-PRINT-ONE-SECTION
               VARYING WS-SECTION FROM 1 BY 1
               UNTIL WS-SECTION > 3
           PERFORM 5400-PRINT-LISTING-TOTALS.

       5100-PRINT-ONE-SECTION.
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 5300-PRINT-HEADINGS
           END-IF
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 1 LINE
           MOVE WS-SECTION-TITLE(WS-SECTION) TO PS-TITLE
           WRITE REPORT-PRINT-RECORD FROM PEND-SECTION-LINE
               AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT
           MOVE ZERO TO WS-SECTION-LINES
           MOVE 'N' TO WS-WORK-EOF-SWITCH
           OPEN INPUT LISTING-WORK-FILE
           IF WS-WORK-STATUS = "00"
               PERFORM 5200-PRINT-ONE-WORK-LINE UNTIL WS-WORK-EOF
               CLOSE LISTING-WORK-FILE
           END-IF
           IF WS-SECTION-LINES = ZERO
               WRITE REPORT-PRINT-RECORD FROM PEND-NONE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       5200-PRINT-ONE-WORK-LINE.
           READ LISTING-WORK-FILE
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   IF LW-SECTION = WS-SECTION
                       IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                           PERFORM 5300-PRINT-HEADINGS
                       END-IF
                       WRITE REPORT-PRINT-RECORD FROM LW-LINE
                           AFTER ADVANCING 1 LINE
                       ADD 1 TO WS-LINE-COUNT
                       ADD 1 TO WS-SECTION-LINES
                   END-IF
           END-READ.

       5300-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO PH1-RUN-DATE
           MOVE WS-PAGE-COUNT TO PH1-PAGE
           WRITE REPORT-PRINT-RECORD FROM PEND-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-PRINT-RECORD FROM PEND-HEADING-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LINE-COUNT.

       5400-PRINT-LISTING-TOTALS.
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 5300-PRINT-HEADINGS
           END-IF
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 1 LINE
           MOVE WS-CT-READ TO PT-READ
           MOVE WS-CT-APPLIED TO PT-APPLIED
           MOVE WS-CT-REAPPLIED TO PT-REAPPLIED
           MOVE WS-CT-CONFIRMED TO PT-CONFIRMED
           MOVE WS-CT-SUPERSEDED TO PT-SUPERSEDED
           MOVE WS-CT-PENDING TO PT-PENDING
           MOVE WS-CT-AWAITING TO PT-AWAITING
           MOVE WS-CT-EXCEPTIONS TO PT-EXCEPTIONS
           MOVE WS-CT-MASTER-UPDATES TO PT-UPDATES
           MOVE WS-CT-DELTAS TO PT-DELTAS
           WRITE REPORT-PRINT-RECORD FROM PEND-TOTAL-LINE-1
               AFTER ADVANCING 1 LINE
           WRITE REPORT-PRINT-RECORD FROM PEND-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE
           ADD 3 TO WS-LINE-COUNT.

       9000-PRINT-CONTROL-TOTALS.
           DISPLAY " "
           DISPLAY "===== PENDING APPLY CONTROL TOTALS ====="
           DISPLAY "TRANSACTIONS READ:     " WS-CT-READ
           DISPLAY "APPLIED:               " WS-CT-APPLIED
           DISPLAY "RE-APPLIED:            " WS-CT-REAPPLIED
           DISPLAY "ALREADY IN EFFECT:     " WS-CT-IN-EFFECT
           DISPLAY "CONFIRMED BY SOURCE:   " WS-CT-CONFIRMED
           DISPLAY "SUPERSEDED:            " WS-CT-SUPERSEDED
           DISPLAY "STILL PENDING:         " WS-CT-PENDING
           DISPLAY "AWAITING SOURCE:       " WS-CT-AWAITING
           DISPLAY "EXCEPTIONS:            " WS-CT-EXCEPTIONS
           DISPLAY "CARRIED TO PEND_OUT:   " WS-CT-CARRIED
           DISPLAY "MASTER UPDATES:        " WS-CT-MASTER-UPDATES
           DISPLAY "JOURNAL RECORDS:       " WS-CT-JOURNAL
           DISPLAY "DELTA RECORDS:         " WS-CT-DELTAS.

      * 16 when the step could not run or stopped part way (back out
      * the night's journal and rerun from the same PEND_IN), 4 when
      * it ran but transactions were dropped and HR needs to look.
       9900-TERMINATE.
           IF WS-PENDIN-OPEN
               CLOSE PENDING-IN-FILE
           END-IF
           IF WS-PENDOUT-OPEN
               CLOSE PENDING-OUT-FILE
           END-IF
           IF WS-MASTER-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF WS-DEPT-OPEN
               CLOSE DEPARTMENT-MASTER
           END-IF
           IF WS-JRNL-OPEN
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-DELTA-OPEN
               CLOSE DELTA-FILE
           END-IF
           IF WS-RPT-OPEN
               CLOSE REPORT-FILE
           END-IF
           IF WS-WORK-OPEN
               CLOSE LISTING-WORK-FILE
           END-IF
           IF WS-CURR-OPEN
               CLOSE CURRENT-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   DISPLAY "PENDING APPLY ENDED IN ERROR - PEND_OUT "
                       "IS NOT A GOOD CARRY FILE"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-CT-EXCEPTIONS > ZERO
                   DISPLAY "PENDING APPLY COMPLETED WITH "
                       WS-CT-EXCEPTIONS " EXCEPTIONS - SEE PEND_RPT"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "PENDING APPLY COMPLETE"
           END-EVALUATE.

      * One step record per run on the shared job log, so JOB-CHECK
      * can sign off the night without anyone opening this step's
      * report. Counts logged for this step:
      *   IN  transactions read
      *   OUT master updates
      *   REJECTED exceptions
      *   AUX-1 deltas written to PEND_DELTA (part of EMP_DELTA)
      *   AUX-2 journal records written
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
               MOVE "EMP-PENDING" TO JL-STEP-NAME
               MOVE WS-JL-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JL-RUN-TIME TO JL-RUN-TIME
               MOVE RETURN-CODE TO JL-RETURN-CODE
               MOVE WS-CT-READ TO JL-CT-IN
               MOVE WS-CT-MASTER-UPDATES TO JL-CT-OUT
               MOVE WS-CT-EXCEPTIONS TO JL-CT-REJECTED
               MOVE WS-CT-DELTAS TO JL-CT-AUX-1
               MOVE WS-CT-JOURNAL TO JL-CT-AUX-2
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN JOB-LOG-FILE, "
                   "STATUS=" WS-JOBLOG-STATUS
                   " - STEP NOT LOGGED"
           END-IF.

       END PROGRAM EMP-PENDING.
