      ******************************************************************
      * Author: Mike Sharpe
      * Student ID: 040774804
      * Course and Section: CST8283 013
      * Date:
      * Purpose: Employee ID re-key and merge. Driven by a file of
      *          ID-change transactions, it either moves an employee's
      *          EMP_OUT record from an old EMPLOYEE-ID to a new one
      *          (K - the source system re-numbered the person) or
      *          folds a duplicate ID into the surviving one (M - a
      *          second ID was issued by mistake). Hire date and the
      *          rest of the record go with the person. Every master
      *          insert, delete and rewrite is journaled in the
      *          JRNL_OUT layout so EMP-BACKOUT can undo the run, each
      *          retired ID is recorded on the permanent ID_XREF
      *          cross-reference that the nightly edit and the delta
      *          compare consult, and payroll gets one K or M record
      *          in EMP_DELTA layout instead of an add/delete pair.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-REKEY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * REKEY_TXNS, EMP_OUT, ID_XREF, JRNL_OUT, REKEY_DELTA and
      * REKEY_RPT are DD-style names resolved through environment
      * variables, the same convention as the nightly extract job.
           SELECT TXN-FILE
           ASSIGN TO "REKEY_TXNS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXN-STATUS.

           SELECT EMPLOYEE-MASTER
           ASSIGN TO "EMP_OUT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OUT-EMPLOYEE-ID
           FILE STATUS IS WS-EMPOUT-STATUS.

      * The cross-reference is permanent: one record per retired
      * EMPLOYEE-ID, keyed on that ID, naming the ID that replaced
      * it. The first run creates it.
           SELECT ID-XREF-FILE
           ASSIGN TO "ID_XREF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS XR-OLD-ID
           FILE STATUS IS WS-XREF-STATUS.

      * Extended, not replaced: a re-key run the same day as the
      * nightly apply lands on the same journal and one backout
      * unwinds both.
           SELECT OPTIONAL JOURNAL-FILE
           ASSIGN TO "JRNL_OUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT DELTA-FILE
           ASSIGN TO "REKEY_DELTA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DELTA-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO "REKEY_RPT"
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
      * K moves the employee from the old ID to the new one, which
      * must not be on the master yet; M merges the old ID into the
      * new one, which must already be there. KEYED-BY is the HR
      * user who raised the change.
       FD  TXN-FILE.
       01 TXN-RECORD.
           05 RK-ACTION PIC X.
               88 RK-REKEY VALUE "K".
               88 RK-MERGE VALUE "M".
           05 RK-OLD-ID PIC 9(6).
           05 RK-OLD-ID-X REDEFINES RK-OLD-ID PIC X(6).
           05 RK-NEW-ID PIC 9(6).
           05 RK-NEW-ID-X REDEFINES RK-NEW-ID PIC X(6).
           05 RK-KEYED-BY PIC X(8).

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

       FD  ID-XREF-FILE.
       01 ID-XREF-RECORD.
           05 XR-OLD-ID PIC 9(6).
           05 XR-NEW-ID PIC 9(6).
           05 XR-ACTION PIC X.
               88 XR-REKEYED VALUE "K".
               88 XR-MERGED VALUE "M".
           05 XR-CHANGE-DATE PIC 9(8).
           05 XR-KEYED-BY PIC X(8).

      * A re-key journals a K for the insert under the new ID and a
      * D for the delete of the old one; the survivor's rewrite on a
      * merge is an ordinary R.
       FD  JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JNL-RUN-DATE PIC 9(8).
           05 JNL-ACTION PIC X.
           05 JNL-EMPLOYEE-ID PIC 9(6).
           05 JNL-BEFORE-IMAGE PIC X(89).
           05 JNL-AFTER-IMAGE PIC X(89).

      * K and M deltas carry the surviving ID; the old image still
      * carries the retired one, so payroll can move its own record.
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

       01 WS-TXN-STATUS PIC XX.
       01 WS-EMPOUT-STATUS PIC XX.
       01 WS-XREF-STATUS PIC XX.
       01 WS-JRNL-STATUS PIC XX.
       01 WS-DELTA-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.

       01 WS-ABORT-SWITCH PIC X VALUE 'N'.
           88 WS-ABORT-RUN VALUE 'Y'.

       01 WS-TXN-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-TXN-OPEN VALUE 'Y'.

       01 WS-MASTER-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-MASTER-OPEN VALUE 'Y'.

       01 WS-XREF-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-XREF-OPEN VALUE 'Y'.

       01 WS-JRNL-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-JRNL-OPEN VALUE 'Y'.

       01 WS-DELTA-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-DELTA-OPEN VALUE 'Y'.

       01 WS-RPT-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-RPT-OPEN VALUE 'Y'.

       01 WS-TXN-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-TXN-EOF VALUE 'Y'.

       01 WS-SURVIVOR-CHANGED-SWITCH PIC X VALUE 'N'.
           88 WS-SURVIVOR-CHANGED VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR PIC 9(4).
           05 WS-RUN-MONTH PIC 9(2).
           05 WS-RUN-DAY PIC 9(2).

       01 WS-TXN-RESULT PIC X(34) VALUE SPACES.

      * Master images held across the insert, rewrite and delete of
      * one transaction: the record under the old ID, the surviving
      * record as it was, and the surviving record as written.
       01 WS-OLD-IMAGE.
           05 WOI-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(66).
           05 WOI-HIRE-DATE PIC 9(8).
           05 WOI-EMP-STATUS PIC X.
           05 WOI-LAST-CHANGE-DATE PIC 9(8).

       01 WS-SURVIVOR-IMAGE PIC X(89) VALUE SPACES.

       01 WS-NEW-IMAGE.
           05 WNI-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(66).
           05 WNI-HIRE-DATE PIC 9(8).
           05 WNI-EMP-STATUS PIC X.
           05 WNI-LAST-CHANGE-DATE PIC 9(8).

       01 WS-DELTA-OLD-IMAGE PIC X(89) VALUE SPACES.

       01 WS-JNL-ACTION PIC X VALUE SPACE.
       01 WS-JNL-EMPLOYEE-ID PIC 9(6) VALUE ZERO.
       01 WS-JNL-BEFORE-IMAGE PIC X(89) VALUE SPACES.
       01 WS-JNL-AFTER-IMAGE PIC X(89) VALUE SPACES.

      * Service re-derived from the surviving hire date, in completed
      * months against the run date, the same way the nightly edit
      * derives it.
       01 WS-HIRE-DATE-WORK PIC 9(8) VALUE ZERO.
       01 WS-HIRE-DATE-PARTS REDEFINES WS-HIRE-DATE-WORK.
           05 WS-HIRE-YEAR PIC 9(4).
           05 WS-HIRE-MONTH PIC 9(2).
           05 WS-HIRE-DAY PIC 9(2).

       01 WS-SERVICE-MONTHS PIC S9(5) VALUE ZERO.
       01 WS-DERIVED-YEARS PIC 9(3)V9 VALUE ZERO.

       01 WS-CT-TXN-READ PIC 9(7) VALUE ZERO.
       01 WS-CT-TXN-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-CT-REKEYED PIC 9(7) VALUE ZERO.
       01 WS-CT-MERGED PIC 9(7) VALUE ZERO.
       01 WS-CT-XREF-WRITTEN PIC 9(7) VALUE ZERO.
       01 WS-CT-JOURNAL PIC 9(7) VALUE ZERO.
       01 WS-CT-DELTAS PIC 9(7) VALUE ZERO.

       01 WS-LINE-COUNT PIC 9(3) VALUE 99.
       01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.

       01 REKEY-HEADING-1.
           05 FILLER PIC X(34)
               VALUE "EMPLOYEE ID RE-KEY AND MERGE".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 RH1-RUN-DATE PIC 9999/99/99.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 RH1-PAGE PIC ZZ9.
           05 FILLER PIC X(55) VALUE SPACES.

       01 REKEY-HEADING-2.
           05 FILLER PIC X(4) VALUE "ACT ".
           05 FILLER PIC X(8) VALUE "OLD ID  ".
           05 FILLER PIC X(8) VALUE "NEW ID  ".
           05 FILLER PIC X(22) VALUE "LAST NAME".
           05 FILLER PIC X(22) VALUE "FIRST NAME".
           05 FILLER PIC X(10) VALUE "KEYED BY".
           05 FILLER PIC X(36) VALUE "RESULT".
           05 FILLER PIC X(22) VALUE SPACES.

       01 REKEY-DETAIL-LINE.
           05 RD-ACTION PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RD-OLD-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-NEW-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-LAST-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-FIRST-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-KEYED-BY PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-RESULT PIC X(34).
           05 FILLER PIC X(24) VALUE SPACES.

       01 REKEY-TOTAL-LINE.
           05 FILLER PIC X(14) VALUE "TRANSACTIONS: ".
           05 RT-TXN-READ PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  REJECTED: ".
           05 RT-TXN-REJECTED PIC ZZZ,ZZ9.
           05 FILLER PIC X(13) VALUE "  RE-KEYED: ".
           05 RT-REKEYED PIC ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "  MERGED: ".
           05 RT-MERGED PIC ZZZ,ZZ9.
           05 FILLER PIC X(53) VALUE SPACES.

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
               PERFORM 2000-PROCESS-TRANSACTION
                   UNTIL WS-TXN-EOF OR WS-ABORT-RUN
               PERFORM 8500-PRINT-REPORT-TOTALS
           END-IF
           PERFORM 9000-PRINT-CONTROL-TOTALS
           PERFORM 9900-TERMINATE
           PERFORM 9950-WRITE-JOB-LOG
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS = "00"
               SET WS-TXN-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR: UNABLE TO OPEN TXN-FILE, STATUS="
                   WS-TXN-STATUS
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
               OPEN I-O ID-XREF-FILE
               IF WS-XREF-STATUS = "35"
                   OPEN OUTPUT ID-XREF-FILE
                   IF WS-XREF-STATUS = "00"
                       CLOSE ID-XREF-FILE
                       OPEN I-O ID-XREF-FILE
                   END-IF
               END-IF
               IF WS-XREF-STATUS = "00"
                   SET WS-XREF-OPEN TO TRUE
               ELSE
                   DISPLAY "ERROR: UNABLE TO OPEN ID-XREF-FILE, "
                       "STATUS=" WS-XREF-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
      * No ID is moved without a journal to move it back.
           IF NOT WS-ABORT-RUN
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS = "00" OR WS-JRNL-STATUS = "05"
                   SET WS-JRNL-OPEN TO TRUE
               ELSE
                   DISPLAY "ERROR: UNABLE TO OPEN JOURNAL-FILE, "
                       "STATUS=" WS-JRNL-STATUS
                   DISPLAY "       MASTER NOT UPDATED - NO RE-KEY "
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

      * Transactions apply in file order, so a re-key followed by a
      * merge into the new ID in the same run works as keyed.
       2000-PROCESS-TRANSACTION.
           READ TXN-FILE
               AT END
                   SET WS-TXN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-TXN-READ
                   MOVE SPACES TO WS-TXN-RESULT
                   MOVE SPACES TO WS-OLD-IMAGE
                   MOVE SPACES TO WS-SURVIVOR-IMAGE
                   PERFORM 2100-EDIT-TRANSACTION
                   IF WS-TXN-RESULT = SPACES
                       PERFORM 2200-CHECK-XREF
                   END-IF
                   IF WS-TXN-RESULT = SPACES
                       PERFORM 2300-CHECK-MASTER
                   END-IF
                   IF WS-TXN-RESULT = SPACES
                       IF RK-REKEY
                           PERFORM 3000-REKEY-EMPLOYEE
                       ELSE
                           PERFORM 4000-MERGE-EMPLOYEE
                       END-IF
                   ELSE
                       ADD 1 TO WS-CT-TXN-REJECTED
                   END-IF
                   PERFORM 8100-PRINT-TXN-LINE
           END-READ.

       2100-EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN NOT RK-REKEY AND NOT RK-MERGE
                   MOVE "REJECTED - UNKNOWN ACTION CODE"
                       TO WS-TXN-RESULT
               WHEN RK-OLD-ID-X NOT NUMERIC
                   MOVE "REJECTED - OLD ID NOT NUMERIC"
                       TO WS-TXN-RESULT
               WHEN RK-NEW-ID-X NOT NUMERIC
                   MOVE "REJECTED - NEW ID NOT NUMERIC"
                       TO WS-TXN-RESULT
               WHEN RK-OLD-ID = RK-NEW-ID
                   MOVE "REJECTED - OLD AND NEW ID SAME"
                       TO WS-TXN-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * An ID is retired once and never reused, so neither side of
      * the pair may already be on the cross-reference. This also
      * keeps the chains the nightly edit follows free of cycles.
       2200-CHECK-XREF.
           MOVE RK-OLD-ID TO XR-OLD-ID
           READ ID-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "REJECTED - OLD ID ALREADY RETIRED"
                       TO WS-TXN-RESULT
           END-READ
           IF WS-TXN-RESULT = SPACES
               MOVE RK-NEW-ID TO XR-OLD-ID
               READ ID-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "REJECTED - NEW ID IS A RETIRED ID"
                           TO WS-TXN-RESULT
               END-READ
           END-IF.

       2300-CHECK-MASTER.
           MOVE RK-OLD-ID TO OUT-EMPLOYEE-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "REJECTED - OLD ID NOT ON MASTER"
                       TO WS-TXN-RESULT
               NOT INVALID KEY
                   MOVE EMPLOYEE-OUT-RECORD TO WS-OLD-IMAGE
           END-READ
           IF WS-TXN-RESULT = SPACES
               MOVE RK-NEW-ID TO OUT-EMPLOYEE-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       IF RK-MERGE
                           MOVE "REJECTED - SURVIVOR NOT ON MASTER"
                               TO WS-TXN-RESULT
                       END-IF
                   NOT INVALID KEY
                       IF RK-REKEY
                           MOVE "REJECTED - NEW ID ON MASTER, USE M"
                               TO WS-TXN-RESULT
                       ELSE
                           MOVE EMPLOYEE-OUT-RECORD
                               TO WS-SURVIVOR-IMAGE
                       END-IF
               END-READ
           END-IF.

      * The record is inserted under the new ID before the old one
      * is deleted, so a failure between the two leaves the person
      * on the master twice, never not at all. Payroll carries every
      * status, so every re-key goes out as a K delta.
       3000-REKEY-EMPLOYEE.
           MOVE WS-OLD-IMAGE TO EMPLOYEE-OUT-RECORD
           MOVE RK-NEW-ID TO OUT-EMPLOYEE-ID
           MOVE WS-RUN-DATE TO OUT-LAST-CHANGE-DATE
           WRITE EMPLOYEE-OUT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: INSERT FAILED FOR EMPLOYEE "
                       RK-NEW-ID ", STATUS=" WS-EMPOUT-STATUS
                       " - RUN STOPPED"
                   SET WS-ABORT-RUN TO TRUE
               NOT INVALID KEY
                   MOVE EMPLOYEE-OUT-RECORD TO WS-NEW-IMAGE
                   MOVE "K" TO WS-JNL-ACTION
                   MOVE RK-NEW-ID TO WS-JNL-EMPLOYEE-ID
                   MOVE SPACES TO WS-JNL-BEFORE-IMAGE
                   MOVE WS-NEW-IMAGE TO WS-JNL-AFTER-IMAGE
                   PERFORM 6000-WRITE-JOURNAL-RECORD
           END-WRITE
           IF NOT WS-ABORT-RUN
               PERFORM 3500-DELETE-OLD-ID
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 5000-WRITE-XREF
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE "K" TO DLT-ACTION
               MOVE WS-OLD-IMAGE TO WS-DELTA-OLD-IMAGE
               PERFORM 7000-WRITE-DELTA-RECORD
               MOVE "RE-KEYED" TO WS-TXN-RESULT
               ADD 1 TO WS-CT-REKEYED
           ELSE
               MOVE "FAILED - RUN STOPPED" TO WS-TXN-RESULT
           END-IF.

       3500-DELETE-OLD-ID.
           MOVE RK-OLD-ID TO OUT-EMPLOYEE-ID
           DELETE EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY "ERROR: DELETE FAILED FOR EMPLOYEE "
                       RK-OLD-ID ", STATUS=" WS-EMPOUT-STATUS
                       " - RUN STOPPED"
                   SET WS-ABORT-RUN TO TRUE
               NOT INVALID KEY
                   MOVE "D" TO WS-JNL-ACTION
                   MOVE RK-OLD-ID TO WS-JNL-EMPLOYEE-ID
                   MOVE WS-OLD-IMAGE TO WS-JNL-BEFORE-IMAGE
                   MOVE SPACES TO WS-JNL-AFTER-IMAGE
                   PERFORM 6000-WRITE-JOURNAL-RECORD
           END-DELETE.

      * The survivor keeps its own record, but service runs from the
      * earlier of the two hire dates - the duplicate was usually
      * opened later for someone already on the books. Payroll
      * carries every status, so the merge always goes out as one M,
      * whose new image already carries any change to the survivor.
       4000-MERGE-EMPLOYEE.
           MOVE 'N' TO WS-SURVIVOR-CHANGED-SWITCH
           MOVE WS-SURVIVOR-IMAGE TO EMPLOYEE-OUT-RECORD
           IF WOI-HIRE-DATE NUMERIC
              AND WOI-HIRE-DATE < OUT-HIRE-DATE
               MOVE WOI-HIRE-DATE TO OUT-HIRE-DATE
               MOVE OUT-HIRE-DATE TO WS-HIRE-DATE-WORK
               PERFORM 4500-COMPUTE-SERVICE
               MOVE WS-DERIVED-YEARS TO OUT-YEARS-SERVICE
               MOVE WS-RUN-DATE TO OUT-LAST-CHANGE-DATE
               SET WS-SURVIVOR-CHANGED TO TRUE
               REWRITE EMPLOYEE-OUT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: REWRITE FAILED FOR EMPLOYEE "
                           RK-NEW-ID ", STATUS=" WS-EMPOUT-STATUS
                           " - RUN STOPPED"
                       SET WS-ABORT-RUN TO TRUE
                   NOT INVALID KEY
                       MOVE "R" TO WS-JNL-ACTION
                       MOVE RK-NEW-ID TO WS-JNL-EMPLOYEE-ID
                       MOVE WS-SURVIVOR-IMAGE TO WS-JNL-BEFORE-IMAGE
                       MOVE EMPLOYEE-OUT-RECORD TO WS-JNL-AFTER-IMAGE
                       PERFORM 6000-WRITE-JOURNAL-RECORD
               END-REWRITE
           END-IF
           MOVE EMPLOYEE-OUT-RECORD TO WS-NEW-IMAGE
           IF NOT WS-ABORT-RUN
               PERFORM 3500-DELETE-OLD-ID
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 5000-WRITE-XREF
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE "M" TO DLT-ACTION
               MOVE WS-OLD-IMAGE TO WS-DELTA-OLD-IMAGE
               PERFORM 7000-WRITE-DELTA-RECORD
               MOVE "MERGED" TO WS-TXN-RESULT
               IF WS-SURVIVOR-CHANGED
                   MOVE "MERGED - EARLIER HIRE DATE KEPT"
                       TO WS-TXN-RESULT
               END-IF
               ADD 1 TO WS-CT-MERGED
           ELSE
               MOVE "FAILED - RUN STOPPED" TO WS-TXN-RESULT
           END-IF.

       4500-COMPUTE-SERVICE.
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
               WS-SERVICE-MONTHS / 12.

      * The master has already changed by now, so a failed write
      * here stops the run for a backout rather than leave a retired
      * ID unrecorded.
       5000-WRITE-XREF.
           MOVE RK-OLD-ID TO XR-OLD-ID
           MOVE RK-NEW-ID TO XR-NEW-ID
           MOVE RK-ACTION TO XR-ACTION
           MOVE WS-RUN-DATE TO XR-CHANGE-DATE
           MOVE RK-KEYED-BY TO XR-KEYED-BY
           WRITE ID-XREF-RECORD
               INVALID KEY
                   DISPLAY "ERROR: CROSS-REFERENCE WRITE FAILED FOR "
                       "EMPLOYEE " RK-OLD-ID ", STATUS="
                       WS-XREF-STATUS " - RUN STOPPED"
                   SET WS-ABORT-RUN TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-CT-XREF-WRITTEN
           END-WRITE.

       6000-WRITE-JOURNAL-RECORD.
           MOVE WS-RUN-DATE TO JNL-RUN-DATE
           MOVE WS-JNL-ACTION TO JNL-ACTION
           MOVE WS-JNL-EMPLOYEE-ID TO JNL-EMPLOYEE-ID
           MOVE WS-JNL-BEFORE-IMAGE TO JNL-BEFORE-IMAGE
           MOVE WS-JNL-AFTER-IMAGE TO JNL-AFTER-IMAGE
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-CT-JOURNAL.

       7000-WRITE-DELTA-RECORD.
           MOVE RK-NEW-ID TO DLT-EMPLOYEE-ID
           MOVE WS-NEW-IMAGE(1:81) TO DLT-NEW-IMAGE
           MOVE WS-DELTA-OLD-IMAGE(1:81) TO DLT-OLD-IMAGE
           WRITE DELTA-RECORD
           ADD 1 TO WS-CT-DELTAS.

       8100-PRINT-TXN-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8300-PRINT-HEADINGS
           END-IF
           MOVE RK-ACTION TO RD-ACTION
           MOVE RK-OLD-ID-X TO RD-OLD-ID
           MOVE RK-NEW-ID-X TO RD-NEW-ID
           MOVE RK-KEYED-BY TO RD-KEYED-BY
           IF WS-OLD-IMAGE = SPACES
               MOVE SPACES TO RD-LAST-NAME
               MOVE SPACES TO RD-FIRST-NAME
           ELSE
               MOVE WS-OLD-IMAGE(30:20) TO RD-LAST-NAME
               MOVE WS-OLD-IMAGE(50:20) TO RD-FIRST-NAME
           END-IF
           MOVE WS-TXN-RESULT TO RD-RESULT
           WRITE REPORT-PRINT-RECORD FROM REKEY-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       8300-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO RH1-RUN-DATE
           MOVE WS-PAGE-COUNT TO RH1-PAGE
           WRITE REPORT-PRINT-RECORD FROM REKEY-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-PRINT-RECORD FROM REKEY-HEADING-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LINE-COUNT.

       8500-PRINT-REPORT-TOTALS.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM 8300-PRINT-HEADINGS
           END-IF
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 1 LINE
           MOVE WS-CT-TXN-READ TO RT-TXN-READ
           MOVE WS-CT-TXN-REJECTED TO RT-TXN-REJECTED
           MOVE WS-CT-REKEYED TO RT-REKEYED
           MOVE WS-CT-MERGED TO RT-MERGED
           WRITE REPORT-PRINT-RECORD FROM REKEY-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT.

       9000-PRINT-CONTROL-TOTALS.
           DISPLAY " "
           DISPLAY "===== ID RE-KEY CONTROL TOTALS ====="
           DISPLAY "TRANSACTIONS READ:     " WS-CT-TXN-READ
           DISPLAY "TRANSACTIONS REJECTED: " WS-CT-TXN-REJECTED
           DISPLAY "IDS RE-KEYED:          " WS-CT-REKEYED
           DISPLAY "IDS MERGED:            " WS-CT-MERGED
           DISPLAY "XREF RECORDS WRITTEN:  " WS-CT-XREF-WRITTEN
           DISPLAY "JOURNAL RECORDS:       " WS-CT-JOURNAL
           DISPLAY "DELTA RECORDS:         " WS-CT-DELTAS.

      * 16 when the run could not start or stopped part way (back
      * out the journal before rerunning - the backout also takes
      * the retired IDs back off the cross-reference), 4 when some
      * transactions were refused.
       9900-TERMINATE.
           IF WS-TXN-OPEN
               CLOSE TXN-FILE
           END-IF
           IF WS-MASTER-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF WS-XREF-OPEN
               CLOSE ID-XREF-FILE
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
                   DISPLAY "ID RE-KEY ENDED IN ERROR - BACK OUT THE "
                       "JOURNAL BEFORE RERUNNING"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-CT-TXN-REJECTED > ZERO
                   DISPLAY "ID RE-KEY COMPLETED - SOME TRANSACTIONS "
                       "REJECTED, SEE REKEY_RPT"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ID RE-KEY COMPLETE"
           END-EVALUATE.

      * One step record per run on the shared job log, so JOB-CHECK
      * can sign off the night without anyone opening this step's
      * report. Counts logged for this step:
      *   IN  transactions read
      *   OUT IDs re-keyed or merged
      *   REJECTED transactions rejected
      *   AUX-1 deltas written to REKEY_DELTA (part of EMP_DELTA)
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
               MOVE "EMP-REKEY" TO JL-STEP-NAME
               MOVE WS-JL-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JL-RUN-TIME TO JL-RUN-TIME
               MOVE RETURN-CODE TO JL-RETURN-CODE
               MOVE WS-CT-TXN-READ TO JL-CT-IN
               COMPUTE JL-CT-OUT = WS-CT-REKEYED + WS-CT-MERGED
               MOVE WS-CT-TXN-REJECTED TO JL-CT-REJECTED
               MOVE WS-CT-DELTAS TO JL-CT-AUX-1
               MOVE WS-CT-JOURNAL TO JL-CT-AUX-2
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN JOB-LOG-FILE, "
                   "STATUS=" WS-JOBLOG-STATUS
                   " - STEP NOT LOGGED"
           END-IF.

       END PROGRAM EMP-REKEY.
