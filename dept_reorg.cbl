      ******************************************************************
      * Author: Mike Sharpe
      * Student ID: 040774804
      * Course and Section: CST8283 013
      * Date:
      * Purpose: Department reorganization. Driven by a mapping file
      *          of moves (every employee in an old department code
      *          to a new one - a merge or a re-code), splits (one
      *          employee from an old code to a new one) and renames,
      *          it moves every affected employee on the EMP_OUT
      *          master in one pass, journaling each rewrite in the
      *          JRNL_OUT before/after layout so EMP-BACKOUT can undo
      *          a bad reorg, and writes EMP_DELTA-layout C records
      *          so payroll and EMP-MOVRPT see the transfers. A new
      *          department named on a move is added to the
      *          department master, every move is recorded on the
      *          permanent DEPT_XREF cross-reference so the nightly
      *          edit translates the old code if the source keeps
      *          sending it, and an old code is retired from the
      *          department master once no employee is left on it
      *          and its cross-reference is on file. The report shows
      *          what each mapping line did and a before/after
      *          headcount by department for HR to sign off.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-REORG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * REORG_MAP, EMP_OUT, DEPT_MASTER, DEPT_XREF, JRNL_OUT,
      * REORG_DELTA and REORG_RPT are DD-style names resolved through
      * environment variables, the same convention as the nightly
      * extract job.
           SELECT MAP-FILE
           ASSIGN TO "REORG_MAP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-STATUS.

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

      * The cross-reference is permanent: one record per department
      * code moved away, keyed on that code, naming the code its
      * employees went to. The first reorg creates it.
           SELECT DEPT-XREF-FILE
           ASSIGN TO "DEPT_XREF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DX-OLD-CODE
           FILE STATUS IS WS-DXREF-STATUS.

      * Extended, not replaced: a reorg run the same day as the
      * nightly apply lands on the same journal and one backout
      * unwinds both.
           SELECT OPTIONAL JOURNAL-FILE
           ASSIGN TO "JRNL_OUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT DELTA-FILE
           ASSIGN TO "REORG_DELTA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DELTA-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO "REORG_RPT"
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
       DATA DIVISION.
       FILE SECTION.
      * M moves every employee in the old code to the new code (the
      * name is used only if the new code has to be added); S moves
      * the one employee named; R renames the old code (a blank name
      * just brings every employee's copy of the name back in line
      * with the department master).
       FD  MAP-FILE.
       01 MAP-RECORD.
           05 RM-ACTION PIC X.
           05 RM-OLD-DEPT-CODE PIC 9(3).
           05 RM-NEW-DEPT-CODE PIC 9(3).
           05 RM-NEW-DEPT-NAME PIC X(20).
           05 RM-EMPLOYEE-ID PIC 9(6).

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

       FD  DEPT-XREF-FILE.
       01 DEPT-XREF-RECORD.
           05 DX-OLD-CODE PIC 9(3).
           05 DX-NEW-CODE PIC 9(3).
           05 DX-CHANGE-DATE PIC 9(8).

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

       01 WS-MAP-STATUS PIC XX.
       01 WS-EMPOUT-STATUS PIC XX.
       01 WS-DEPT-STATUS PIC XX.
       01 WS-DXREF-STATUS PIC XX.
       01 WS-JRNL-STATUS PIC XX.
       01 WS-DELTA-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.

       01 WS-ABORT-SWITCH PIC X VALUE 'N'.
           88 WS-ABORT-RUN VALUE 'Y'.

       01 WS-MAP-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-MAP-OPEN VALUE 'Y'.

       01 WS-MASTER-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-MASTER-OPEN VALUE 'Y'.

       01 WS-DEPT-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-DEPT-OPEN VALUE 'Y'.

       01 WS-DXREF-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-DXREF-OPEN VALUE 'Y'.

       01 WS-JRNL-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-JRNL-OPEN VALUE 'Y'.

       01 WS-DELTA-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-DELTA-OPEN VALUE 'Y'.

       01 WS-RPT-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-RPT-OPEN VALUE 'Y'.

       01 WS-MAP-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-MAP-EOF VALUE 'Y'.

       01 WS-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.

      * Mapping lines as read, with what became of each. Counters
      * are wider than the table so the VARYING loops can run one
      * past the last entry and exit.
       01 WS-LN-MAX PIC 9(5) VALUE 500.
       01 WS-LN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LN-IDX PIC 9(5) VALUE ZERO.
       01 WS-LN-IDX-2 PIC 9(5) VALUE ZERO.
       01 WS-LN-HIT PIC 9(5) VALUE ZERO.

       01 WS-LN-TABLE-FULL-SWITCH PIC X VALUE 'N'.
           88 WS-LN-TABLE-FULL VALUE 'Y'.

       01 WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 500 TIMES.
               10 LN-ACTION PIC X.
                   88 LN-MOVE VALUE "M".
                   88 LN-SPLIT VALUE "S".
                   88 LN-RENAME VALUE "R".
               10 LN-OLD-CODE PIC 9(3).
               10 LN-OLD-CODE-X REDEFINES LN-OLD-CODE PIC X(3).
               10 LN-NEW-CODE PIC 9(3).
               10 LN-NEW-CODE-X REDEFINES LN-NEW-CODE PIC X(3).
               10 LN-NEW-NAME PIC X(20).
               10 LN-EMPLOYEE-ID PIC 9(6).
               10 LN-EMPLOYEE-ID-X REDEFINES LN-EMPLOYEE-ID
                   PIC X(6).
               10 LN-TARGET-NAME PIC X(20).
               10 LN-VALID-SWITCH PIC X.
                   88 LN-VALID VALUE 'Y'.
               10 LN-FOUND-SWITCH PIC X.
                   88 LN-EMPLOYEE-FOUND VALUE 'Y'.
               10 LN-ADDED-SWITCH PIC X.
                   88 LN-DEPT-ADDED VALUE 'Y'.
               10 LN-MOVED PIC 9(5).
               10 LN-RESULT PIC X(30).
               10 LN-MASTER-NOTE PIC X(30).

      * One slot per possible department code (000-999, held at
      * code + 1): the move or rename line claiming the code, and
      * the headcounts before and after the reorg. Headcount is
      * active and on-leave employees; the all-status count decides
      * whether an old code is empty.
       01 WS-CODE-IDX PIC 9(5) VALUE ZERO.
       01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 1000 TIMES.
               10 CD-MAP-LINE PIC 9(5).
               10 CD-HC-BEFORE PIC 9(5).
               10 CD-HC-AFTER PIC 9(5).
               10 CD-ALL-AFTER PIC 9(5).

       01 WS-BEFORE-IMAGE PIC X(89).

       01 WS-CHANGED-SWITCH PIC X VALUE 'N'.
           88 WS-EMPLOYEE-CHANGED VALUE 'Y'.

       01 WS-CT-MAP-READ PIC 9(7) VALUE ZERO.
       01 WS-CT-MAP-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-CT-NOT-APPLIED PIC 9(7) VALUE ZERO.
       01 WS-CT-READ PIC 9(7) VALUE ZERO.
       01 WS-CT-MOVED PIC 9(7) VALUE ZERO.
       01 WS-CT-RENAMED PIC 9(7) VALUE ZERO.
       01 WS-CT-JOURNAL PIC 9(7) VALUE ZERO.
       01 WS-CT-DELTAS PIC 9(7) VALUE ZERO.
       01 WS-CT-DEPTS-ADDED PIC 9(7) VALUE ZERO.
       01 WS-CT-DEPTS-RENAMED PIC 9(7) VALUE ZERO.
       01 WS-CT-DEPTS-RETIRED PIC 9(7) VALUE ZERO.
       01 WS-CT-XREF-WRITTEN PIC 9(7) VALUE ZERO.
       01 WS-CT-HC-BEFORE PIC 9(7) VALUE ZERO.
       01 WS-CT-HC-AFTER PIC 9(7) VALUE ZERO.

       01 WS-REPORT-SECTION PIC 9 VALUE 1.
       01 WS-HC-DIFF PIC S9(5) VALUE ZERO.

       01 WS-LINE-COUNT PIC 9(3) VALUE 99.
       01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.

       01 REORG-HEADING-1.
           05 FILLER PIC X(34)
               VALUE "DEPARTMENT REORGANIZATION".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 RH1-RUN-DATE PIC 9999/99/99.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 RH1-PAGE PIC ZZ9.
           05 FILLER PIC X(55) VALUE SPACES.

       01 REORG-MAP-HEADING.
           05 FILLER PIC X(4) VALUE "ACT ".
           05 FILLER PIC X(5) VALUE "OLD  ".
           05 FILLER PIC X(5) VALUE "NEW  ".
           05 FILLER PIC X(22) VALUE "NEW NAME".
           05 FILLER PIC X(8) VALUE "EMPL ID ".
           05 FILLER PIC X(8) VALUE "  MOVED ".
           05 FILLER PIC X(32) VALUE "RESULT".
           05 FILLER PIC X(30) VALUE "DEPARTMENT MASTER".
           05 FILLER PIC X(18) VALUE SPACES.

       01 REORG-MAP-DETAIL.
           05 MD-ACTION PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 MD-OLD-CODE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MD-NEW-CODE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MD-NEW-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MD-EMPLOYEE-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MD-MOVED PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MD-RESULT PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MD-MASTER-NOTE PIC X(30).
           05 FILLER PIC X(18) VALUE SPACES.

       01 REORG-HC-TITLE.
           05 FILLER PIC X(45)
               VALUE "HEADCOUNT BY DEPARTMENT (ACTIVE AND ON LEAVE)".
           05 FILLER PIC X(87) VALUE SPACES.

       01 REORG-HC-HEADING.
           05 FILLER PIC X(6) VALUE "DEPT  ".
           05 FILLER PIC X(22) VALUE "DEPT NAME".
           05 FILLER PIC X(10) VALUE "    BEFORE".
           05 FILLER PIC X(10) VALUE "     AFTER".
           05 FILLER PIC X(10) VALUE "    CHANGE".
           05 FILLER PIC X(74) VALUE SPACES.

       01 REORG-HC-DETAIL.
           05 HD-DEPT-CODE PIC 9(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 HD-DEPT-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HD-BEFORE PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 HD-AFTER PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 HD-CHANGE PIC ---,--9.
           05 FILLER PIC X(77) VALUE SPACES.

       01 REORG-HC-TOTAL.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "COMPANY TOTAL".
           05 HT-BEFORE PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 HT-AFTER PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 HT-BALANCE PIC X(20).
           05 FILLER PIC X(62) VALUE SPACES.

       01 REORG-SIGNOFF-LINE.
           05 FILLER PIC X(22) VALUE "HR SIGN-OFF:".
           05 FILLER PIC X(30)
               VALUE "______________________________".
           05 FILLER PIC X(10) VALUE "   DATE: ".
           05 FILLER PIC X(12) VALUE "____________".
           05 FILLER PIC X(58) VALUE SPACES.

       01 REORG-TOTAL-LINE.
           05 FILLER PIC X(15) VALUE "MAP LINES: ".
           05 RT-MAP-READ PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  REJECTED: ".
           05 RT-MAP-REJECTED PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  MOVED: ".
           05 RT-MOVED PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE "  RENAMED: ".
           05 RT-RENAMED PIC ZZZ,ZZ9.
           05 FILLER PIC X(16) VALUE "  DEPTS RETIRED:".
           05 RT-RETIRED PIC ZZZ,ZZ9.
           05 FILLER PIC X(27) VALUE SPACES.

      * Printed in place of the full report when the run stops after
      * the department master has been changed.
       01 REORG-ABORT-BANNER.
           05 FILLER PIC X(45)
               VALUE "*** DEPT REORG ENDED IN ERROR - BACK OUT THE ".
           05 FILLER PIC X(45)
               VALUE "JOURNAL, THEN REVERSE THESE DEPARTMENT MASTER".
           05 FILLER PIC X(42)
               VALUE " CHANGES THROUGH DEPT-MAINT ***".

       01 REORG-ABORT-TOTAL.
           05 FILLER PIC X(15) VALUE "DEPTS ADDED: ".
           05 RA-ADDED PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  RENAMED: ".
           05 RA-RENAMED PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE "  RETIRED: ".
           05 RA-RETIRED PIC ZZZ,ZZ9.
           05 FILLER PIC X(71) VALUE SPACES.

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
               PERFORM 1200-LOAD-MAP UNTIL WS-MAP-EOF
               PERFORM 1400-CROSS-CHECK-MAP
               PERFORM 2000-UPDATE-DEPT-MASTER
               PERFORM 3000-REORG-EMPLOYEES
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 4000-RETIRE-OLD-CODES
               PERFORM 5000-PRINT-REPORT
           END-IF
           IF WS-ABORT-RUN
               PERFORM 5500-PRINT-ABORT-REPORT
           END-IF
           PERFORM 9000-PRINT-CONTROL-TOTALS
           PERFORM 9900-TERMINATE
           PERFORM 9950-WRITE-JOB-LOG
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-CODE-TABLE
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS = "00"
               SET WS-MAP-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR: UNABLE TO OPEN MAP-FILE, STATUS="
                   WS-MAP-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN I-O DEPARTMENT-MASTER
               IF WS-DEPT-STATUS = "00"
                   SET WS-DEPT-OPEN TO TRUE
               ELSE
                   DISPLAY "ERROR: UNABLE TO OPEN DEPARTMENT-MASTER, "
                       "STATUS=" WS-DEPT-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
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
               OPEN I-O DEPT-XREF-FILE
               IF WS-DXREF-STATUS = "35"
                   OPEN OUTPUT DEPT-XREF-FILE
                   IF WS-DXREF-STATUS = "00"
                       CLOSE DEPT-XREF-FILE
                       OPEN I-O DEPT-XREF-FILE
                   END-IF
               END-IF
               IF WS-DXREF-STATUS = "00"
                   SET WS-DXREF-OPEN TO TRUE
               ELSE
                   DISPLAY "ERROR: UNABLE TO OPEN DEPT-XREF-FILE, "
                       "STATUS=" WS-DXREF-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
      * No employee is moved without a journal to move them back.
           IF NOT WS-ABORT-RUN
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS = "00" OR WS-JRNL-STATUS = "05"
                   SET WS-JRNL-OPEN TO TRUE
               ELSE
                   DISPLAY "ERROR: UNABLE TO OPEN JOURNAL-FILE, "
                       "STATUS=" WS-JRNL-STATUS
                   DISPLAY "       MASTER NOT UPDATED - NO REORG "
                       "WITHOUT A JOURNAL"
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT DELTA-FILE
               OPEN OUTPUT REPORT-FILE
               IF WS-DELTA-STATUS = "00"
                   SET WS-DELTA-OPEN TO TRUE
               END-IF
               IF WS-RPT-STATUS = "00"
                   SET WS-RPT-OPEN TO TRUE
               END-IF
               IF WS-DELTA-STATUS NOT = "00"
                  OR WS-RPT-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN OUTPUT FILES, "
                       "DELTA=" WS-DELTA-STATUS
                       " RPT=" WS-RPT-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.

       1200-LOAD-MAP.
           READ MAP-FILE
               AT END
                   SET WS-MAP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-MAP-READ
                   IF WS-LN-COUNT < WS-LN-MAX
                       ADD 1 TO WS-LN-COUNT
                       PERFORM 1300-EDIT-MAP-LINE
                   ELSE
                       IF NOT WS-LN-TABLE-FULL
                           SET WS-LN-TABLE-FULL TO TRUE
                           DISPLAY "WARNING: MAPPING TABLE FULL, "
                               "FURTHER MAP LINES IGNORED"
                       END-IF
                       ADD 1 TO WS-CT-MAP-REJECTED
                   END-IF
           END-READ.

       1300-EDIT-MAP-LINE.
           MOVE WS-LN-COUNT TO WS-LN-IDX
           MOVE RM-ACTION TO LN-ACTION(WS-LN-IDX)
           MOVE RM-OLD-DEPT-CODE TO LN-OLD-CODE(WS-LN-IDX)
           MOVE RM-NEW-DEPT-CODE TO LN-NEW-CODE(WS-LN-IDX)
           MOVE RM-NEW-DEPT-NAME TO LN-NEW-NAME(WS-LN-IDX)
           MOVE RM-EMPLOYEE-ID TO LN-EMPLOYEE-ID(WS-LN-IDX)
           MOVE SPACES TO LN-TARGET-NAME(WS-LN-IDX)
           MOVE SPACES TO LN-RESULT(WS-LN-IDX)
           MOVE SPACES TO LN-MASTER-NOTE(WS-LN-IDX)
           MOVE ZERO TO LN-MOVED(WS-LN-IDX)
           MOVE 'Y' TO LN-VALID-SWITCH(WS-LN-IDX)
           MOVE 'N' TO LN-FOUND-SWITCH(WS-LN-IDX)
           MOVE 'N' TO LN-ADDED-SWITCH(WS-LN-IDX)
           EVALUATE TRUE
               WHEN NOT LN-MOVE(WS-LN-IDX)
                AND NOT LN-SPLIT(WS-LN-IDX)
                AND NOT LN-RENAME(WS-LN-IDX)
                   MOVE "REJECTED - UNKNOWN ACTION CODE"
                       TO LN-RESULT(WS-LN-IDX)
               WHEN LN-OLD-CODE-X(WS-LN-IDX) NOT NUMERIC
                   MOVE "REJECTED - OLD CODE NOT NUMERIC"
                       TO LN-RESULT(WS-LN-IDX)
               WHEN LN-RENAME(WS-LN-IDX)
                   CONTINUE
               WHEN LN-NEW-CODE-X(WS-LN-IDX) NOT NUMERIC
                   MOVE "REJECTED - NEW CODE NOT NUMERIC"
                       TO LN-RESULT(WS-LN-IDX)
               WHEN LN-NEW-CODE(WS-LN-IDX) = LN-OLD-CODE(WS-LN-IDX)
                   MOVE "REJECTED - OLD AND NEW CODE SAME"
                       TO LN-RESULT(WS-LN-IDX)
               WHEN LN-SPLIT(WS-LN-IDX)
                AND LN-EMPLOYEE-ID-X(WS-LN-IDX) NOT NUMERIC
                   MOVE "REJECTED - EMPLOYEE ID NOT NUMERIC"
                       TO LN-RESULT(WS-LN-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF LN-RESULT(WS-LN-IDX) NOT = SPACES
               MOVE 'N' TO LN-VALID-SWITCH(WS-LN-IDX)
               ADD 1 TO WS-CT-MAP-REJECTED
           END-IF.

      * Cross-line checks, once the whole map is in. Each old code
      * may be claimed by one move or rename only. A move or split
      * into a code that is itself being moved away would leave the
      * result depending on the order of the pass, so chains (and
      * cycles) are refused outright - run them as two reorgs. The
      * chain pass runs against the claims as they stand, and
      * claims of refused lines are released only afterwards, so
      * both halves of a cycle are refused.
       1400-CROSS-CHECK-MAP.
           PERFORM 1410-CLAIM-OLD-CODE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
           PERFORM 1420-CHECK-CHAIN
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
           PERFORM 1450-RELEASE-REJECTED-CLAIM
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT.

       1410-CLAIM-OLD-CODE.
           IF LN-VALID(WS-LN-IDX)
              AND NOT LN-SPLIT(WS-LN-IDX)
               COMPUTE WS-CODE-IDX = LN-OLD-CODE(WS-LN-IDX) + 1
               IF CD-MAP-LINE(WS-CODE-IDX) NOT = ZERO
                   MOVE "REJECTED - OLD CODE ALREADY MAPPED"
                       TO LN-RESULT(WS-LN-IDX)
                   MOVE 'N' TO LN-VALID-SWITCH(WS-LN-IDX)
                   ADD 1 TO WS-CT-MAP-REJECTED
               ELSE
                   MOVE WS-LN-IDX TO CD-MAP-LINE(WS-CODE-IDX)
               END-IF
           END-IF.

       1420-CHECK-CHAIN.
           IF LN-VALID(WS-LN-IDX)
              AND NOT LN-RENAME(WS-LN-IDX)
               COMPUTE WS-CODE-IDX = LN-NEW-CODE(WS-LN-IDX) + 1
               MOVE CD-MAP-LINE(WS-CODE-IDX) TO WS-LN-HIT
               IF WS-LN-HIT NOT = ZERO
                   IF LN-MOVE(WS-LN-HIT)
                       MOVE "REJECTED - NEW CODE ALSO MOVING"
                           TO LN-RESULT(WS-LN-IDX)
                   END-IF
               END-IF
           END-IF
           IF LN-VALID(WS-LN-IDX) AND LN-SPLIT(WS-LN-IDX)
              AND LN-RESULT(WS-LN-IDX) = SPACES
               PERFORM 1430-CHECK-SPLIT
           END-IF
           IF LN-VALID(WS-LN-IDX)
              AND LN-RESULT(WS-LN-IDX) NOT = SPACES
               MOVE 'N' TO LN-VALID-SWITCH(WS-LN-IDX)
               ADD 1 TO WS-CT-MAP-REJECTED
           END-IF.

      * A split out of a code that is moving anyway has nowhere
      * sensible to go first, and one employee is split only once.
       1430-CHECK-SPLIT.
           COMPUTE WS-CODE-IDX = LN-OLD-CODE(WS-LN-IDX) + 1
           MOVE CD-MAP-LINE(WS-CODE-IDX) TO WS-LN-HIT
           IF WS-LN-HIT NOT = ZERO
               IF LN-MOVE(WS-LN-HIT)
                   MOVE "REJECTED - OLD CODE ALSO MOVING"
                       TO LN-RESULT(WS-LN-IDX)
               END-IF
           END-IF
           IF LN-RESULT(WS-LN-IDX) = SPACES
               PERFORM 1440-COMPARE-EARLIER-SPLIT
                   VARYING WS-LN-IDX-2 FROM 1 BY 1
                   UNTIL WS-LN-IDX-2 >= WS-LN-IDX
           END-IF.

       1440-COMPARE-EARLIER-SPLIT.
           IF LN-SPLIT(WS-LN-IDX-2)
              AND LN-VALID(WS-LN-IDX-2)
              AND LN-EMPLOYEE-ID-X(WS-LN-IDX-2)
                  = LN-EMPLOYEE-ID-X(WS-LN-IDX)
               MOVE "REJECTED - EMPLOYEE ALREADY SPLIT"
                   TO LN-RESULT(WS-LN-IDX)
           END-IF.

       1450-RELEASE-REJECTED-CLAIM.
           IF NOT LN-VALID(WS-LN-IDX)
              AND LN-OLD-CODE-X(WS-LN-IDX) NUMERIC
               COMPUTE WS-CODE-IDX = LN-OLD-CODE(WS-LN-IDX) + 1
               IF CD-MAP-LINE(WS-CODE-IDX) = WS-LN-IDX
                   MOVE ZERO TO CD-MAP-LINE(WS-CODE-IDX)
               END-IF
           END-IF.

      * Renames go first so an employee moved into a renamed
      * department picks up the new name in the same pass; then each
      * move and split learns its target name, adding the new
      * department when the line names it.
       2000-UPDATE-DEPT-MASTER.
           PERFORM 2100-APPLY-RENAME
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
           PERFORM 2200-RESOLVE-TARGET
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT.

       2100-APPLY-RENAME.
           IF LN-VALID(WS-LN-IDX) AND LN-RENAME(WS-LN-IDX)
               MOVE LN-OLD-CODE(WS-LN-IDX) TO DM-DEPT-CODE
               READ DEPARTMENT-MASTER
                   INVALID KEY
                       MOVE "REJECTED - DEPT NOT ON FILE"
                           TO LN-RESULT(WS-LN-IDX)
                   NOT INVALID KEY
                       IF LN-NEW-NAME(WS-LN-IDX) = SPACES
                          OR LN-NEW-NAME(WS-LN-IDX) = DM-DEPT-NAME
                           MOVE "NAME UNCHANGED"
                               TO LN-MASTER-NOTE(WS-LN-IDX)
                       ELSE
                           MOVE LN-NEW-NAME(WS-LN-IDX) TO DM-DEPT-NAME
                           REWRITE DEPARTMENT-RECORD
                               INVALID KEY
                                   MOVE "REJECTED - REWRITE FAILED"
                                       TO LN-RESULT(WS-LN-IDX)
                               NOT INVALID KEY
                                   MOVE "RENAMED"
                                       TO LN-MASTER-NOTE(WS-LN-IDX)
                                   ADD 1 TO WS-CT-DEPTS-RENAMED
                           END-REWRITE
                       END-IF
                       MOVE DM-DEPT-NAME TO LN-TARGET-NAME(WS-LN-IDX)
               END-READ
               IF LN-RESULT(WS-LN-IDX) NOT = SPACES
                   PERFORM 2900-REJECT-LINE
               END-IF
           END-IF.

      * A new code already on file keeps its name; a rename is its
      * own R line.
       2200-RESOLVE-TARGET.
           IF LN-VALID(WS-LN-IDX) AND NOT LN-RENAME(WS-LN-IDX)
               MOVE LN-NEW-CODE(WS-LN-IDX) TO DM-DEPT-CODE
               READ DEPARTMENT-MASTER
                   INVALID KEY
                       PERFORM 2250-ADD-NEW-DEPT
                   NOT INVALID KEY
                       MOVE DM-DEPT-NAME TO LN-TARGET-NAME(WS-LN-IDX)
               END-READ
               IF LN-RESULT(WS-LN-IDX) NOT = SPACES
                   PERFORM 2900-REJECT-LINE
               END-IF
           END-IF.

       2250-ADD-NEW-DEPT.
           IF LN-NEW-NAME(WS-LN-IDX) = SPACES
               MOVE "REJECTED - NEW DEPT NOT ON FILE"
                   TO LN-RESULT(WS-LN-IDX)
           ELSE
               MOVE LN-NEW-CODE(WS-LN-IDX) TO DM-DEPT-CODE
               MOVE LN-NEW-NAME(WS-LN-IDX) TO DM-DEPT-NAME
               WRITE DEPARTMENT-RECORD
                   INVALID KEY
                       MOVE "REJECTED - DEPT ADD FAILED"
                           TO LN-RESULT(WS-LN-IDX)
                   NOT INVALID KEY
                       MOVE LN-NEW-NAME(WS-LN-IDX)
                           TO LN-TARGET-NAME(WS-LN-IDX)
                       SET LN-DEPT-ADDED(WS-LN-IDX) TO TRUE
                       ADD 1 TO WS-CT-DEPTS-ADDED
               END-WRITE
           END-IF.

      * A line refused this late also gives up its claim on the old
      * code, so no employee is moved by it.
       2900-REJECT-LINE.
           MOVE 'N' TO LN-VALID-SWITCH(WS-LN-IDX)
           ADD 1 TO WS-CT-MAP-REJECTED
           PERFORM 1450-RELEASE-REJECTED-CLAIM.

      * The single pass over the master. Every status moves, so an
      * emptied code really is empty, and every move goes to payroll
      * as a delta, the same as EMP-DELTA sends changes for every
      * status on EMP_CURR.
       3000-REORG-EMPLOYEES.
           MOVE ZERO TO OUT-EMPLOYEE-ID
           START EMPLOYEE-MASTER KEY NOT LESS THAN OUT-EMPLOYEE-ID
               INVALID KEY
                   SET WS-MASTER-EOF TO TRUE
           END-START
           PERFORM 3100-REORG-ONE-EMPLOYEE
               UNTIL WS-MASTER-EOF OR WS-ABORT-RUN
           PERFORM 3400-CHECK-SPLITS-APPLIED
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT.

       3100-REORG-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-READ
                   MOVE EMPLOYEE-OUT-RECORD TO WS-BEFORE-IMAGE
                   MOVE 'N' TO WS-CHANGED-SWITCH
                   IF OUT-EMP-STATUS NOT = "T"
                       COMPUTE WS-CODE-IDX = OUT-DEPT-CODE + 1
                       ADD 1 TO CD-HC-BEFORE(WS-CODE-IDX)
                   END-IF
                   PERFORM 3200-FIND-SPLIT
                   IF WS-LN-HIT = ZERO
                       COMPUTE WS-CODE-IDX = OUT-DEPT-CODE + 1
                       MOVE CD-MAP-LINE(WS-CODE-IDX) TO WS-LN-HIT
                   END-IF
                   IF WS-LN-HIT NOT = ZERO
                       PERFORM 3250-APPLY-MAPPING
                   END-IF
                   IF WS-EMPLOYEE-CHANGED
                       PERFORM 3300-REWRITE-EMPLOYEE
                   END-IF
                   COMPUTE WS-CODE-IDX = OUT-DEPT-CODE + 1
                   ADD 1 TO CD-ALL-AFTER(WS-CODE-IDX)
                   IF OUT-EMP-STATUS NOT = "T"
                       ADD 1 TO CD-HC-AFTER(WS-CODE-IDX)
                   END-IF
           END-READ.

       3200-FIND-SPLIT.
           MOVE ZERO TO WS-LN-HIT
           PERFORM 3210-CHECK-ONE-SPLIT
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
                  OR WS-LN-HIT NOT = ZERO.

       3210-CHECK-ONE-SPLIT.
           IF LN-SPLIT(WS-LN-IDX) AND LN-VALID(WS-LN-IDX)
              AND LN-EMPLOYEE-ID(WS-LN-IDX) = OUT-EMPLOYEE-ID
               SET LN-EMPLOYEE-FOUND(WS-LN-IDX) TO TRUE
               IF LN-OLD-CODE(WS-LN-IDX) = OUT-DEPT-CODE
                   MOVE WS-LN-IDX TO WS-LN-HIT
               END-IF
           END-IF.

       3250-APPLY-MAPPING.
           IF LN-RENAME(WS-LN-HIT)
               IF OUT-DEPT-NAME NOT = LN-TARGET-NAME(WS-LN-HIT)
                   MOVE LN-TARGET-NAME(WS-LN-HIT) TO OUT-DEPT-NAME
                   SET WS-EMPLOYEE-CHANGED TO TRUE
                   ADD 1 TO WS-CT-RENAMED
                   ADD 1 TO LN-MOVED(WS-LN-HIT)
               END-IF
           ELSE
               MOVE LN-NEW-CODE(WS-LN-HIT) TO OUT-DEPT-CODE
               MOVE LN-TARGET-NAME(WS-LN-HIT) TO OUT-DEPT-NAME
               SET WS-EMPLOYEE-CHANGED TO TRUE
               ADD 1 TO WS-CT-MOVED
               ADD 1 TO LN-MOVED(WS-LN-HIT)
           END-IF.

      * The master record is rewritten before it is journaled, as in
      * the nightly apply; a failed rewrite stops the run with the
      * journal still matching the master.
       3300-REWRITE-EMPLOYEE.
           MOVE WS-RUN-DATE TO OUT-LAST-CHANGE-DATE
           REWRITE EMPLOYEE-OUT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: REWRITE FAILED FOR EMPLOYEE "
                       OUT-EMPLOYEE-ID ", STATUS=" WS-EMPOUT-STATUS
                       " - RUN STOPPED"
                   SET WS-ABORT-RUN TO TRUE
               NOT INVALID KEY
                   PERFORM 3350-WRITE-JOURNAL-RECORD
                   PERFORM 3370-WRITE-DELTA-RECORD
           END-REWRITE.

       3350-WRITE-JOURNAL-RECORD.
           MOVE WS-RUN-DATE TO JNL-RUN-DATE
           MOVE "R" TO JNL-ACTION
           MOVE OUT-EMPLOYEE-ID TO JNL-EMPLOYEE-ID
           MOVE WS-BEFORE-IMAGE TO JNL-BEFORE-IMAGE
           MOVE EMPLOYEE-OUT-RECORD TO JNL-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-CT-JOURNAL.

       3370-WRITE-DELTA-RECORD.
           MOVE "C" TO DLT-ACTION
           MOVE OUT-EMPLOYEE-ID TO DLT-EMPLOYEE-ID
           MOVE EMPLOYEE-OUT-RECORD(1:81) TO DLT-NEW-IMAGE
           MOVE WS-BEFORE-IMAGE(1:81) TO DLT-OLD-IMAGE
           WRITE DELTA-RECORD
           ADD 1 TO WS-CT-DELTAS.

       3400-CHECK-SPLITS-APPLIED.
           IF LN-SPLIT(WS-LN-IDX) AND LN-VALID(WS-LN-IDX)
              AND LN-MOVED(WS-LN-IDX) = ZERO
               IF LN-EMPLOYEE-FOUND(WS-LN-IDX)
                   MOVE "NOT APPLIED - NOT IN OLD DEPT"
                       TO LN-RESULT(WS-LN-IDX)
               ELSE
                   MOVE "NOT APPLIED - EMPLOYEE NOT FOUND"
                       TO LN-RESULT(WS-LN-IDX)
               END-IF
               ADD 1 TO WS-CT-NOT-APPLIED
           END-IF.

      * Every move is recorded on the cross-reference first: the
      * source system goes on sending the old code until it is
      * re-coded there too, and the nightly edit translates it only
      * through this record. An old code is then retired only by a
      * move, only once nobody of any status is left on it, and only
      * if it is on file. The master has already changed by now, so
      * a failed cross-reference write stops the run for a backout
      * rather than leave the extract free to move everyone back.
       4000-RETIRE-OLD-CODES.
           PERFORM 4100-RETIRE-ONE-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
                  OR WS-ABORT-RUN.

       4100-RETIRE-ONE-LINE.
           IF LN-VALID(WS-LN-IDX) AND LN-MOVE(WS-LN-IDX)
               PERFORM 4200-WRITE-DEPT-XREF
           END-IF
           IF LN-VALID(WS-LN-IDX) AND LN-MOVE(WS-LN-IDX)
              AND NOT WS-ABORT-RUN
               COMPUTE WS-CODE-IDX = LN-OLD-CODE(WS-LN-IDX) + 1
               IF CD-ALL-AFTER(WS-CODE-IDX) > ZERO
                   MOVE "OLD CODE KEPT - NOT EMPTY"
                       TO LN-MASTER-NOTE(WS-LN-IDX)
               ELSE
                   MOVE LN-OLD-CODE(WS-LN-IDX) TO DM-DEPT-CODE
                   DELETE DEPARTMENT-MASTER
                       INVALID KEY
                           MOVE "OLD CODE WAS NOT ON FILE"
                               TO LN-MASTER-NOTE(WS-LN-IDX)
                       NOT INVALID KEY
                           MOVE "OLD CODE RETIRED"
                               TO LN-MASTER-NOTE(WS-LN-IDX)
                           ADD 1 TO WS-CT-DEPTS-RETIRED
                   END-DELETE
               END-IF
               IF LN-DEPT-ADDED(WS-LN-IDX)
                   IF LN-MASTER-NOTE(WS-LN-IDX) = "OLD CODE RETIRED"
                       MOVE "NEW ADDED, OLD RETIRED"
                           TO LN-MASTER-NOTE(WS-LN-IDX)
                   ELSE
                       MOVE "NEW DEPT ADDED, OLD KEPT"
                           TO LN-MASTER-NOTE(WS-LN-IDX)
                   END-IF
               END-IF
           END-IF
           IF LN-VALID(WS-LN-IDX) AND LN-SPLIT(WS-LN-IDX)
              AND LN-DEPT-ADDED(WS-LN-IDX)
               MOVE "NEW DEPT ADDED" TO LN-MASTER-NOTE(WS-LN-IDX)
           END-IF
           IF LN-VALID(WS-LN-IDX) AND LN-RESULT(WS-LN-IDX) = SPACES
               MOVE "APPLIED" TO LN-RESULT(WS-LN-IDX)
           END-IF.

      * An old code moved before (then brought back into use) already
      * has a record; it now points at the new move's target.
       4200-WRITE-DEPT-XREF.
           MOVE LN-OLD-CODE(WS-LN-IDX) TO DX-OLD-CODE
           MOVE LN-NEW-CODE(WS-LN-IDX) TO DX-NEW-CODE
           MOVE WS-RUN-DATE TO DX-CHANGE-DATE
           WRITE DEPT-XREF-RECORD
               INVALID KEY
                   REWRITE DEPT-XREF-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: CROSS-REFERENCE WRITE "
                               "FAILED FOR DEPT " DX-OLD-CODE
                               ", STATUS=" WS-DXREF-STATUS
                               " - RUN STOPPED"
                           MOVE "REJECTED - XREF WRITE FAILED"
                               TO LN-RESULT(WS-LN-IDX)
                           SET WS-ABORT-RUN TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-CT-XREF-WRITTEN
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-CT-XREF-WRITTEN
           END-WRITE.

       5000-PRINT-REPORT.
           MOVE 1 TO WS-REPORT-SECTION
           PERFORM 5100-PRINT-MAP-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
           PERFORM 5150-PRINT-MAP-TOTALS
           MOVE 2 TO WS-REPORT-SECTION
           MOVE 99 TO WS-LINE-COUNT
           PERFORM 5200-PRINT-HEADCOUNT-LINE
               VARYING WS-CODE-IDX FROM 1 BY 1
               UNTIL WS-CODE-IDX > 1000
           PERFORM 5400-PRINT-SIGNOFF.

       5100-PRINT-MAP-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5300-PRINT-HEADINGS
           END-IF
           MOVE LN-ACTION(WS-LN-IDX) TO MD-ACTION
           MOVE LN-OLD-CODE-X(WS-LN-IDX) TO MD-OLD-CODE
           MOVE LN-NEW-NAME(WS-LN-IDX) TO MD-NEW-NAME
           IF LN-RENAME(WS-LN-IDX)
               MOVE SPACES TO MD-NEW-CODE
           ELSE
               MOVE LN-NEW-CODE-X(WS-LN-IDX) TO MD-NEW-CODE
           END-IF
           IF LN-SPLIT(WS-LN-IDX)
               MOVE LN-EMPLOYEE-ID-X(WS-LN-IDX) TO MD-EMPLOYEE-ID
           ELSE
               MOVE SPACES TO MD-EMPLOYEE-ID
           END-IF
           MOVE LN-MOVED(WS-LN-IDX) TO MD-MOVED
           MOVE LN-RESULT(WS-LN-IDX) TO MD-RESULT
           MOVE LN-MASTER-NOTE(WS-LN-IDX) TO MD-MASTER-NOTE
           WRITE REPORT-PRINT-RECORD FROM REORG-MAP-DETAIL
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       5150-PRINT-MAP-TOTALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5300-PRINT-HEADINGS
           END-IF
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 1 LINE
           MOVE WS-CT-MAP-READ TO RT-MAP-READ
           MOVE WS-CT-MAP-REJECTED TO RT-MAP-REJECTED
           MOVE WS-CT-MOVED TO RT-MOVED
           MOVE WS-CT-RENAMED TO RT-RENAMED
           MOVE WS-CT-DEPTS-RETIRED TO RT-RETIRED
           WRITE REPORT-PRINT-RECORD FROM REORG-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT.

      * Only departments with someone in them before or after print.
       5200-PRINT-HEADCOUNT-LINE.
           IF CD-HC-BEFORE(WS-CODE-IDX) > ZERO
              OR CD-HC-AFTER(WS-CODE-IDX) > ZERO
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 5300-PRINT-HEADINGS
               END-IF
               COMPUTE HD-DEPT-CODE = WS-CODE-IDX - 1
               MOVE HD-DEPT-CODE TO DM-DEPT-CODE
               READ DEPARTMENT-MASTER
                   INVALID KEY
                       MOVE "NOT ON DEPT MASTER" TO HD-DEPT-NAME
                   NOT INVALID KEY
                       MOVE DM-DEPT-NAME TO HD-DEPT-NAME
               END-READ
               MOVE CD-HC-BEFORE(WS-CODE-IDX) TO HD-BEFORE
               MOVE CD-HC-AFTER(WS-CODE-IDX) TO HD-AFTER
               COMPUTE WS-HC-DIFF = CD-HC-AFTER(WS-CODE-IDX)
                   - CD-HC-BEFORE(WS-CODE-IDX)
               MOVE WS-HC-DIFF TO HD-CHANGE
               ADD CD-HC-BEFORE(WS-CODE-IDX) TO WS-CT-HC-BEFORE
               ADD CD-HC-AFTER(WS-CODE-IDX) TO WS-CT-HC-AFTER
               WRITE REPORT-PRINT-RECORD FROM REORG-HC-DETAIL
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       5300-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO RH1-RUN-DATE
           MOVE WS-PAGE-COUNT TO RH1-PAGE
           WRITE REPORT-PRINT-RECORD FROM REORG-HEADING-1
               AFTER ADVANCING PAGE
           IF WS-REPORT-SECTION = 1
               WRITE REPORT-PRINT-RECORD FROM REORG-MAP-HEADING
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE REPORT-PRINT-RECORD FROM REORG-HC-TITLE
                   AFTER ADVANCING 1 LINE
               WRITE REPORT-PRINT-RECORD FROM REORG-HC-HEADING
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LINE-COUNT
           IF WS-REPORT-SECTION = 2
               ADD 1 TO WS-LINE-COUNT
           END-IF.

      * A reorg only moves people, so the company total must be the
      * same before and after; HR signs below it.
       5400-PRINT-SIGNOFF.
           IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
               PERFORM 5300-PRINT-HEADINGS
           END-IF
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 1 LINE
           MOVE WS-CT-HC-BEFORE TO HT-BEFORE
           MOVE WS-CT-HC-AFTER TO HT-AFTER
           IF WS-CT-HC-BEFORE = WS-CT-HC-AFTER
               MOVE "IN BALANCE" TO HT-BALANCE
           ELSE
               MOVE "*** OUT OF BALANCE" TO HT-BALANCE
           END-IF
           WRITE REPORT-PRINT-RECORD FROM REORG-HC-TOTAL
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 2 LINES
           WRITE REPORT-PRINT-RECORD FROM REORG-SIGNOFF-LINE
               AFTER ADVANCING 1 LINE
           ADD 5 TO WS-LINE-COUNT.

      * A run that stops after 2000 has run has already added,
      * renamed or retired departments, and none of that is on the
      * journal. Those lines are listed under an error banner so the
      * changes can be reversed once the journal is backed out.
       5500-PRINT-ABORT-REPORT.
           IF WS-RPT-OPEN
              AND (WS-CT-DEPTS-ADDED > ZERO
                OR WS-CT-DEPTS-RENAMED > ZERO
                OR WS-CT-DEPTS-RETIRED > ZERO)
               MOVE 1 TO WS-REPORT-SECTION
               PERFORM 5300-PRINT-HEADINGS
               WRITE REPORT-PRINT-RECORD FROM REORG-ABORT-BANNER
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO REPORT-PRINT-RECORD
               WRITE REPORT-PRINT-RECORD
                   AFTER ADVANCING 1 LINE
               ADD 2 TO WS-LINE-COUNT
               PERFORM 5510-PRINT-MASTER-CHANGE
                   VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 5300-PRINT-HEADINGS
               END-IF
               MOVE SPACES TO REPORT-PRINT-RECORD
               WRITE REPORT-PRINT-RECORD
                   AFTER ADVANCING 1 LINE
               MOVE WS-CT-DEPTS-ADDED TO RA-ADDED
               MOVE WS-CT-DEPTS-RENAMED TO RA-RENAMED
               MOVE WS-CT-DEPTS-RETIRED TO RA-RETIRED
               WRITE REPORT-PRINT-RECORD FROM REORG-ABORT-TOTAL
                   AFTER ADVANCING 1 LINE
               ADD 2 TO WS-LINE-COUNT
               DISPLAY "DEPARTMENT MASTER CHANGES LISTED ON "
                   "REORG_RPT - REVERSE THEM THROUGH DEPT-MAINT"
           END-IF.

      * The employee moves are backed out, so a line that had got as
      * far as its master change shows the run stopping, not the
      * moves.
       5510-PRINT-MASTER-CHANGE.
           IF LN-DEPT-ADDED(WS-LN-IDX)
              OR LN-MASTER-NOTE(WS-LN-IDX) = "RENAMED"
              OR LN-MASTER-NOTE(WS-LN-IDX) = "OLD CODE RETIRED"
               IF LN-MASTER-NOTE(WS-LN-IDX) = SPACES
                   MOVE "NEW DEPT ADDED" TO LN-MASTER-NOTE(WS-LN-IDX)
               END-IF
               IF LN-RESULT(WS-LN-IDX) = SPACES
                  OR LN-RESULT(WS-LN-IDX) = "APPLIED"
                   MOVE "RUN STOPPED" TO LN-RESULT(WS-LN-IDX)
               END-IF
               PERFORM 5100-PRINT-MAP-LINE
           END-IF.

       9000-PRINT-CONTROL-TOTALS.
           DISPLAY " "
           DISPLAY "===== DEPT REORG CONTROL TOTALS ====="
           DISPLAY "MAP LINES READ:        " WS-CT-MAP-READ
           DISPLAY "MAP LINES REJECTED:    " WS-CT-MAP-REJECTED
           DISPLAY "SPLITS NOT APPLIED:    " WS-CT-NOT-APPLIED
           DISPLAY "MASTER RECORDS READ:   " WS-CT-READ
           DISPLAY "EMPLOYEES MOVED:       " WS-CT-MOVED
           DISPLAY "DEPT NAMES UPDATED:    " WS-CT-RENAMED
           DISPLAY "JOURNAL RECORDS:       " WS-CT-JOURNAL
           DISPLAY "DELTA RECORDS:         " WS-CT-DELTAS
           DISPLAY "DEPTS ADDED:           " WS-CT-DEPTS-ADDED
           DISPLAY "DEPTS RENAMED:         " WS-CT-DEPTS-RENAMED
           DISPLAY "DEPTS RETIRED:         " WS-CT-DEPTS-RETIRED
           DISPLAY "XREF RECORDS WRITTEN:  " WS-CT-XREF-WRITTEN
           DISPLAY "HEADCOUNT BEFORE:      " WS-CT-HC-BEFORE
           DISPLAY "HEADCOUNT AFTER:       " WS-CT-HC-AFTER.

      * 16 when the reorg could not run or stopped part way (back it
      * out from the journal), 8 if the headcount does not balance,
      * 4 when some mapping lines were refused or not applied.
      * Department master changes are not journaled: the report
      * lists every add, rename and retirement for DEPT-MAINT to
      * reverse if the employee moves are backed out, including on
      * a run that stopped part way (5500). A cross-
      * reference record left behind by a backout is harmless once
      * the old code is back on the department master, since the
      * edit only translates codes that are off it.
       9900-TERMINATE.
           IF WS-MAP-OPEN
               CLOSE MAP-FILE
           END-IF
           IF WS-MASTER-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF WS-DEPT-OPEN
               CLOSE DEPARTMENT-MASTER
           END-IF
           IF WS-DXREF-OPEN
               CLOSE DEPT-XREF-FILE
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
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   DISPLAY "DEPT REORG ENDED IN ERROR - BACK OUT THE "
                       "JOURNAL BEFORE RERUNNING"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-CT-HC-BEFORE NOT = WS-CT-HC-AFTER
                   DISPLAY "DEPT REORG HEADCOUNT OUT OF BALANCE"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CT-MAP-REJECTED > ZERO
                 OR WS-CT-NOT-APPLIED > ZERO
                   DISPLAY "DEPT REORG COMPLETED - SOME MAP LINES "
                       "NOT APPLIED, SEE REORG_RPT"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "DEPT REORG COMPLETE"
           END-EVALUATE.

      * One step record per run on the shared job log, so JOB-CHECK
      * can sign off the night without anyone opening this step's
      * report. Counts logged for this step:
      *   IN  master records read
      *   OUT employees moved
      *   REJECTED map lines rejected
      *   AUX-1 deltas written to REORG_DELTA (part of EMP_DELTA)
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
               MOVE "DEPT-REORG" TO JL-STEP-NAME
               MOVE WS-JL-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JL-RUN-TIME TO JL-RUN-TIME
               MOVE RETURN-CODE TO JL-RETURN-CODE
               MOVE WS-CT-READ TO JL-CT-IN
               MOVE WS-CT-MOVED TO JL-CT-OUT
               MOVE WS-CT-MAP-REJECTED TO JL-CT-REJECTED
               MOVE WS-CT-DELTAS TO JL-CT-AUX-1
               MOVE WS-CT-JOURNAL TO JL-CT-AUX-2
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN JOB-LOG-FILE, "
                   "STATUS=" WS-JOBLOG-STATUS
                   " - STEP NOT LOGGED"
           END-IF.

       END PROGRAM DEPT-REORG.
