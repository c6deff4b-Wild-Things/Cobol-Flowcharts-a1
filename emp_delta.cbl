      *          or YEARS-SERVICE changed (before and after images),
      *          D for employees who disappeared from the extract.
      *          Payroll loads only the deltas; HR works the D records
      *          as possible unreported terminations. Both extracts
      *          are read through the ID_XREF cross-reference first:
      *          the re-key step runs after the edit has released
      *          EMP_CURR, so on the night of a re-key tonight's
      *          extract still carries the old ID as well. A person
      *          re-keyed or merged matches under the surviving ID
      *          instead of showing as a false add/delete pair -
      *          payroll hears about the ID change from the re-key
      *          step's own K or M delta. Department codes on both go
      *          through the DEPT_XREF cross-reference the same way,
      *          so a reorg reaches payroll once, on the reorg's own
      *          deltas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-DELTA.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DELTA-STATUS.

      * OPTIONAL: until the first re-key there is no cross-reference
      * and both extracts are compared exactly as read.
           SELECT OPTIONAL ID-XREF-FILE
           ASSIGN TO "ID_XREF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS XR-OLD-ID
           FILE STATUS IS WS-XREF-STATUS.

      * OPTIONAL as well: until the first reorg there is nothing to
      * translate. A code is only translated while it is off the
      * department master, the same rule the nightly edit applies.
           SELECT OPTIONAL DEPT-XREF-FILE
           ASSIGN TO "DEPT_XREF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DX-OLD-CODE
           FILE STATUS IS WS-DXREF-STATUS.

           SELECT DEPARTMENT-MASTER
           ASSIGN TO "DEPT_MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DM-DEPT-CODE
           FILE STATUS IS WS-DEPT-STATUS.

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
       FD  OLD-MASTER-FILE.
           05 OS-YEARS-SERVICE PIC 9(2)V9.
           05 OS-HIRE-DATE PIC 9(8).
           05 OS-EMP-STATUS PIC X.
           05 OS-FOLD-RANK PIC X.

       FD  NEW-SORTED-FILE.
       01 NEW-SORTED-RECORD.
           05 NS-YEARS-SERVICE PIC 9(2)V9.
           05 NS-HIRE-DATE PIC 9(8).
           05 NS-EMP-STATUS PIC X.
           05 NS-FOLD-RANK PIC X.

       FD  DELTA-FILE.
       01 DELTA-RECORD.
           05 DLT-NEW-IMAGE PIC X(81).
           05 DLT-OLD-IMAGE PIC X(81).

       FD  ID-XREF-FILE.
       01 ID-XREF-RECORD.
           05 XR-OLD-ID PIC 9(6).
           05 XR-NEW-ID PIC 9(6).
           05 XR-ACTION PIC X.
               88 XR-REKEYED VALUE "K".
               88 XR-MERGED VALUE "M".
           05 XR-CHANGE-DATE PIC 9(8).
           05 XR-KEYED-BY PIC X(8).

       FD  DEPT-XREF-FILE.
       01 DEPT-XREF-RECORD.
           05 DX-OLD-CODE PIC 9(3).
           05 DX-NEW-CODE PIC 9(3).
           05 DX-CHANGE-DATE PIC 9(8).

       FD  DEPARTMENT-MASTER.
       01 DEPARTMENT-RECORD.
           05 DM-DEPT-CODE PIC 9(3).
           05 DM-DEPT-NAME PIC X(20).

      * SRT-FOLD-RANK puts a record under its own ID ahead of one
      * the cross-reference translated onto the same ID, so the
      * person's own record is the copy compared.
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-EMPLOYEE-ID PIC 9(6).
           05 SRT-DEPT-CODE PIC 9(3).
           05 SRT-REST PIC X(72).
           05 SRT-FOLD-RANK PIC X.
               88 SRT-OWN-ID VALUE "0".
               88 SRT-TRANSLATED-ID VALUE "1".

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

       01 WS-OLDSORT-STATUS PIC XX.
       01 WS-NEWSORT-STATUS PIC XX.
       01 WS-DELTA-STATUS PIC XX.
       01 WS-XREF-STATUS PIC XX.

       01 WS-XREF-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-XREF-OPEN VALUE 'Y'.

       01 WS-DXREF-STATUS PIC XX.
       01 WS-DEPT-STATUS PIC XX.

       01 WS-DXREF-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-DXREF-OPEN VALUE 'Y'.

       01 WS-DXREF-DONE-SWITCH PIC X VALUE 'N'.
           88 WS-DXREF-DONE VALUE 'Y'.

       01 WS-CURRENT-DEPT-CODE PIC 9(3) VALUE ZERO.
       01 WS-DXREF-HOPS PIC 9(2) VALUE ZERO.

       01 WS-PREV-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-PREV-EOF VALUE 'Y'.

       01 WS-CURR-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-CURR-EOF VALUE 'Y'.

      * Cross-reference walk for one extract record, as in the
      * nightly edit: re-keyed IDs are followed to the current ID and
      * a merged ID is folded into its survivor, whose own record (if
      * the extract carries one) wins. The hop limit guards a damaged
      * chain; the ID reached so far is kept.
       01 WS-XREF-DONE-SWITCH PIC X VALUE 'N'.
           88 WS-XREF-DONE VALUE 'Y'.

       01 WS-XREF-MERGED-SWITCH PIC X VALUE 'N'.
           88 WS-XREF-MERGED VALUE 'Y'.

       01 WS-CURRENT-ID PIC 9(6) VALUE ZERO.
       01 WS-XREF-HOPS PIC 9(2) VALUE ZERO.
       01 WS-XREF-HOP-LIMIT PIC 9(2) VALUE 20.
       01 WS-LAST-OLD-ID PIC 9(6) VALUE ZERO.
       01 WS-LAST-NEW-ID PIC 9(6) VALUE ZERO.

       01 WS-OLD-DUP-SWITCH PIC X VALUE 'N'.
           88 WS-OLD-DUPLICATE VALUE 'Y'.

       01 WS-NEW-DUP-SWITCH PIC X VALUE 'N'.
           88 WS-NEW-DUPLICATE VALUE 'Y'.

       01 WS-SORT-SIDE PIC X VALUE SPACE.
           88 WS-SORTING-OLD VALUE "O".
           88 WS-SORTING-NEW VALUE "N".

       01 WS-OLD-PRESENT-SWITCH PIC X VALUE 'N'.
           88 WS-OLD-PRESENT VALUE 'Y'.
       01 WS-CT-CHANGES PIC 9(7) VALUE ZERO.
       01 WS-CT-DELETES PIC 9(7) VALUE ZERO.
       01 WS-CT-UNCHANGED PIC 9(7) VALUE ZERO.
       01 WS-CT-OLD-TRANSLATED PIC 9(7) VALUE ZERO.
       01 WS-CT-OLD-MERGED PIC 9(7) VALUE ZERO.
       01 WS-CT-OLD-DEPT-TRANSLATED PIC 9(7) VALUE ZERO.
       01 WS-CT-OLD-DUPLICATES PIC 9(7) VALUE ZERO.
       01 WS-CT-NEW-TRANSLATED PIC 9(7) VALUE ZERO.
       01 WS-CT-NEW-MERGED PIC 9(7) VALUE ZERO.
       01 WS-CT-NEW-DEPT-TRANSLATED PIC 9(7) VALUE ZERO.
       01 WS-CT-NEW-DUPLICATES PIC 9(7) VALUE ZERO.

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
           END-IF
           PERFORM 9000-PRINT-CONTROL-TOTALS
           PERFORM 9900-TERMINATE
           PERFORM 9950-WRITE-JOB-LOG
           STOP RUN.

       1000-INITIALIZE.
               DISPLAY "ERROR: UNABLE TO OPEN NEW EXTRACT (EMP_CURR), "
                   "STATUS=" WS-NEW-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
      * Without the cross-reference a re-keyed person would reach
      * payroll as an add and a delete, so an unreadable one (as
      * opposed to one not created yet, status 05) stops the step.
      * Both are needed even without EMP_PREV, for tonight's side.
           IF NOT WS-ABORT-RUN
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
      * Likewise an unreadable department cross-reference would send
      * every reorg move to payroll a second time.
           IF NOT WS-ABORT-RUN
               OPEN INPUT DEPT-XREF-FILE
               EVALUATE WS-DXREF-STATUS
                   WHEN "00"
                       SET WS-DXREF-OPEN TO TRUE
                   WHEN "05"
                       CLOSE DEPT-XREF-FILE
                   WHEN OTHER
                       DISPLAY "ERROR: UNABLE TO OPEN DEPT-XREF-FILE, "
                           "STATUS=" WS-DXREF-STATUS
                       SET WS-ABORT-RUN TO TRUE
               END-EVALUATE
           END-IF
           IF WS-DXREF-OPEN AND NOT WS-ABORT-RUN
               OPEN INPUT DEPARTMENT-MASTER
               IF WS-DEPT-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO OPEN DEPARTMENT-MASTER, "
                       "STATUS=" WS-DEPT-STATUS
                   CLOSE DEPT-XREF-FILE
                   MOVE 'N' TO WS-DXREF-OPEN-SWITCH
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF.

       2000-SORT-MASTERS.
      * Both masters are written in extract arrival order, so each is
      * sorted onto its own landing file before the match-merge, and
      * both go through the same translation.
           IF WS-OLD-PRESENT
               SET WS-SORTING-OLD TO TRUE
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-EMPLOYEE-ID SRT-FOLD-RANK
                   INPUT PROCEDURE IS 2100-TRANSLATE-OLD-MASTER
                   GIVING OLD-SORTED-FILE
           END-IF
           SET WS-SORTING-NEW TO TRUE
           SORT SORT-FILE
               ON ASCENDING KEY SRT-EMPLOYEE-ID SRT-FOLD-RANK
               INPUT PROCEDURE IS 2150-TRANSLATE-NEW-MASTER
               GIVING NEW-SORTED-FILE
           IF WS-XREF-OPEN
               CLOSE ID-XREF-FILE
               MOVE 'N' TO WS-XREF-OPEN-SWITCH
           END-IF
           IF WS-DXREF-OPEN
               CLOSE DEPT-XREF-FILE
               CLOSE DEPARTMENT-MASTER
               MOVE 'N' TO WS-DXREF-OPEN-SWITCH
           END-IF.

       2100-TRANSLATE-OLD-MASTER.
           OPEN INPUT OLD-MASTER-FILE
           PERFORM 2200-RELEASE-OLD-RECORD UNTIL WS-PREV-EOF
           CLOSE OLD-MASTER-FILE.

       2150-TRANSLATE-NEW-MASTER.
           OPEN INPUT NEW-MASTER-FILE
           PERFORM 2250-RELEASE-NEW-RECORD UNTIL WS-CURR-EOF
           CLOSE NEW-MASTER-FILE.

       2200-RELEASE-OLD-RECORD.
           READ OLD-MASTER-FILE INTO SORT-RECORD
               AT END
                   SET WS-PREV-EOF TO TRUE
               NOT AT END
                   PERFORM 2280-TRANSLATE-RECORD
                   RELEASE SORT-RECORD
           END-READ.

      * Every record of tonight's extract is released, folded or not,
      * so the count read still balances to what the edit released.
       2250-RELEASE-NEW-RECORD.
           READ NEW-MASTER-FILE INTO SORT-RECORD
               AT END
                   SET WS-CURR-EOF TO TRUE
               NOT AT END
                   PERFORM 2280-TRANSLATE-RECORD
                   RELEASE SORT-RECORD
           END-READ.

       2280-TRANSLATE-RECORD.
           SET SRT-OWN-ID TO TRUE
           IF WS-XREF-OPEN
               PERFORM 2300-TRANSLATE-ID
           END-IF
           IF WS-DXREF-OPEN
               PERFORM 2400-TRANSLATE-DEPT
           END-IF.

       2300-TRANSLATE-ID.
           MOVE SRT-EMPLOYEE-ID TO WS-CURRENT-ID
           MOVE ZERO TO WS-XREF-HOPS
           MOVE 'N' TO WS-XREF-DONE-SWITCH
           MOVE 'N' TO WS-XREF-MERGED-SWITCH
           PERFORM 2310-FOLLOW-ID-XREF UNTIL WS-XREF-DONE
           IF WS-CURRENT-ID NOT = SRT-EMPLOYEE-ID
               MOVE WS-CURRENT-ID TO SRT-EMPLOYEE-ID
               SET SRT-TRANSLATED-ID TO TRUE
               EVALUATE TRUE
                   WHEN WS-SORTING-OLD AND WS-XREF-MERGED
                       ADD 1 TO WS-CT-OLD-MERGED
                   WHEN WS-SORTING-OLD
                       ADD 1 TO WS-CT-OLD-TRANSLATED
                   WHEN WS-XREF-MERGED
                       ADD 1 TO WS-CT-NEW-MERGED
                   WHEN OTHER
                       ADD 1 TO WS-CT-NEW-TRANSLATED
               END-EVALUATE
           END-IF.

      * A merge is followed like a re-key, to the survivor; a chain
      * that runs on past a merge is the survivor being re-keyed or
      * merged later in its turn.
       2310-FOLLOW-ID-XREF.
           MOVE WS-CURRENT-ID TO XR-OLD-ID
           READ ID-XREF-FILE
               INVALID KEY
                   SET WS-XREF-DONE TO TRUE
               NOT INVALID KEY
                   IF WS-XREF-HOPS >= WS-XREF-HOP-LIMIT
                       SET WS-XREF-DONE TO TRUE
                   ELSE
                       IF XR-MERGED
                           SET WS-XREF-MERGED TO TRUE
                       END-IF
                       MOVE XR-NEW-ID TO WS-CURRENT-ID
                       ADD 1 TO WS-XREF-HOPS
                   END-IF
           END-READ.

      * A code in use on the department master stops the walk; a
      * damaged chain leaves the code as it stands.
       2400-TRANSLATE-DEPT.
           MOVE SRT-DEPT-CODE TO WS-CURRENT-DEPT-CODE
           MOVE ZERO TO WS-DXREF-HOPS
           MOVE 'N' TO WS-DXREF-DONE-SWITCH
           PERFORM 2410-FOLLOW-DEPT-XREF UNTIL WS-DXREF-DONE
           IF WS-CURRENT-DEPT-CODE NOT = SRT-DEPT-CODE
               MOVE WS-CURRENT-DEPT-CODE TO SRT-DEPT-CODE
               IF WS-SORTING-OLD
                   ADD 1 TO WS-CT-OLD-DEPT-TRANSLATED
               ELSE
                   ADD 1 TO WS-CT-NEW-DEPT-TRANSLATED
               END-IF
           END-IF.

       2410-FOLLOW-DEPT-XREF.
           MOVE WS-CURRENT-DEPT-CODE TO DM-DEPT-CODE
           READ DEPARTMENT-MASTER
               INVALID KEY
                   MOVE WS-CURRENT-DEPT-CODE TO DX-OLD-CODE
                   READ DEPT-XREF-FILE
                       INVALID KEY
                           SET WS-DXREF-DONE TO TRUE
                       NOT INVALID KEY
                           IF WS-DXREF-HOPS >= WS-XREF-HOP-LIMIT
                               SET WS-DXREF-DONE TO TRUE
                           ELSE
                               MOVE DX-NEW-CODE
                                   TO WS-CURRENT-DEPT-CODE
                               ADD 1 TO WS-DXREF-HOPS
                           END-IF
                   END-READ
               NOT INVALID KEY
                   SET WS-DXREF-DONE TO TRUE
           END-READ.

       3000-COMPARE-MASTERS.
           OPEN OUTPUT DELTA-FILE
               CLOSE DELTA-FILE
           END-IF.

      * A translated record can land on an ID the extract also
      * carried in its own right; only the first copy of an ID, the
      * person's own record where there is one, is compared, so the
      * second cannot surface as a delete or an add.
       3100-READ-OLD.
           IF NOT WS-OLD-EOF
               SET WS-OLD-DUPLICATE TO TRUE
               PERFORM 3150-READ-OLD-RECORD
                   UNTIL WS-OLD-EOF OR NOT WS-OLD-DUPLICATE
           END-IF.

       3150-READ-OLD-RECORD.
           READ OLD-SORTED-FILE
               AT END
                   SET WS-OLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-OLD-READ
                   IF WS-CT-OLD-READ > 1
                      AND OS-EMPLOYEE-ID = WS-LAST-OLD-ID
                       ADD 1 TO WS-CT-OLD-DUPLICATES
                   ELSE
                       MOVE 'N' TO WS-OLD-DUP-SWITCH
                       MOVE OS-EMPLOYEE-ID TO WS-LAST-OLD-ID
                   END-IF
           END-READ.

       3200-READ-NEW.
           IF NOT WS-NEW-EOF
               SET WS-NEW-DUPLICATE TO TRUE
               PERFORM 3250-READ-NEW-RECORD
                   UNTIL WS-NEW-EOF OR NOT WS-NEW-DUPLICATE
           END-IF.

       3250-READ-NEW-RECORD.
           READ NEW-SORTED-FILE
               AT END
                   SET WS-NEW-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-NEW-READ
                   IF WS-CT-NEW-READ > 1
                      AND NS-EMPLOYEE-ID = WS-LAST-NEW-ID
                       ADD 1 TO WS-CT-NEW-DUPLICATES
                   ELSE
                       MOVE 'N' TO WS-NEW-DUP-SWITCH
                       MOVE NS-EMPLOYEE-ID TO WS-LAST-NEW-ID
                   END-IF
           END-READ.

       3300-MATCH-ONE-PAIR.
           EVALUATE TRUE
               WHEN WS-OLD-EOF
       3400-WRITE-ADD.
           MOVE "A" TO DLT-ACTION
           MOVE NS-EMPLOYEE-ID TO DLT-EMPLOYEE-ID
           MOVE NEW-SORTED-RECORD(1:81) TO DLT-NEW-IMAGE
           MOVE SPACES TO DLT-OLD-IMAGE
           WRITE DELTA-RECORD
           ADD 1 TO WS-CT-ADDS.
       3500-WRITE-CHANGE.
           MOVE "C" TO DLT-ACTION
           MOVE NS-EMPLOYEE-ID TO DLT-EMPLOYEE-ID
           MOVE NEW-SORTED-RECORD(1:81) TO DLT-NEW-IMAGE
           MOVE OLD-SORTED-RECORD(1:81) TO DLT-OLD-IMAGE
           WRITE DELTA-RECORD
           ADD 1 TO WS-CT-CHANGES.

           MOVE "D" TO DLT-ACTION
           MOVE OS-EMPLOYEE-ID TO DLT-EMPLOYEE-ID
           MOVE SPACES TO DLT-NEW-IMAGE
           MOVE OLD-SORTED-RECORD(1:81) TO DLT-OLD-IMAGE
           WRITE DELTA-RECORD
           ADD 1 TO WS-CT-DELETES.

           DISPLAY "ADDS WRITTEN:          " WS-CT-ADDS
           DISPLAY "CHANGES WRITTEN:       " WS-CT-CHANGES
           DISPLAY "DELETES WRITTEN:       " WS-CT-DELETES
           DISPLAY "UNCHANGED:             " WS-CT-UNCHANGED
           DISPLAY "OLD IDS TRANSLATED:    " WS-CT-OLD-TRANSLATED
           DISPLAY "OLD IDS MERGED AWAY:   " WS-CT-OLD-MERGED
           DISPLAY "OLD DEPTS TRANSLATED:  " WS-CT-OLD-DEPT-TRANSLATED
           DISPLAY "OLD DUPLICATES SKIPPED:" WS-CT-OLD-DUPLICATES
           DISPLAY "NEW IDS TRANSLATED:    " WS-CT-NEW-TRANSLATED
           DISPLAY "NEW IDS MERGED AWAY:   " WS-CT-NEW-MERGED
           DISPLAY "NEW DEPTS TRANSLATED:  " WS-CT-NEW-DEPT-TRANSLATED
           DISPLAY "NEW DUPLICATES SKIPPED:" WS-CT-NEW-DUPLICATES.

      * A non-zero return code on the error path keeps the scheduler
      * from running the payroll load against a missing or stale
               MOVE 16 TO RETURN-CODE
           END-IF.

      * One step record per run on the shared job log, so JOB-CHECK
      * can sign off the night without anyone opening this step's
      * report. Counts logged for this step:
      *   IN  EMP_CURR records read (the new extract)
      *   OUT delta records written to EMP_DELTA
      *   AUX-1 EMP_PREV records read
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
               MOVE "EMP-DELTA" TO JL-STEP-NAME
               MOVE WS-JL-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JL-RUN-TIME TO JL-RUN-TIME
               MOVE RETURN-CODE TO JL-RETURN-CODE
               COMPUTE JL-CT-OUT = WS-CT-ADDS + WS-CT-CHANGES
                   + WS-CT-DELETES
               MOVE WS-CT-NEW-READ TO JL-CT-IN
               MOVE ZERO TO JL-CT-REJECTED
               MOVE WS-CT-OLD-READ TO JL-CT-AUX-1
               MOVE ZERO TO JL-CT-AUX-2
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN JOB-LOG-FILE, "
                   "STATUS=" WS-JOBLOG-STATUS
                   " - STEP NOT LOGGED"
           END-IF.

       END PROGRAM EMP-DELTA.
