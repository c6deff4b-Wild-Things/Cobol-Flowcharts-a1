      *          pointed at here as JRNL_IN) in reverse order and
      *          undoes each action against the EMP_OUT master: an A
      *          (insert) is deleted, an R (rewrite) has its before
      *          image restored. The ID re-key step's K (insert under
      *          a new ID) and D (delete of the retired ID) unwind the
      *          same way, and the retired ID comes back off the
      *          ID_XREF cross-reference. Run it after a
      *          bad-but-control-valid extract was applied and the
      *          master is back to its pre-run state in minutes
      *          instead of a weekend of file restores and replays.
      *          The journal is replayed newest-first so an employee
      *          touched twice in one night unwinds to the oldest
      *          before image.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-BACKOUT.
           RECORD KEY IS OUT-EMPLOYEE-ID
           FILE STATUS IS WS-EMPOUT-STATUS.

      * Only touched when the journal holds a re-key's D records; a
      * site that has never re-keyed an ID has no cross-reference.
           SELECT ID-XREF-FILE
           ASSIGN TO "ID_XREF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS XR-OLD-ID
           FILE STATUS IS WS-XREF-STATUS.

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
       FD  JOURNAL-FILE.
           05 OUT-EMP-STATUS PIC X.
           05 OUT-LAST-CHANGE-DATE PIC 9(8).

       FD  ID-XREF-FILE.
       01 ID-XREF-RECORD.
           05 XR-OLD-ID PIC 9(6).
           05 XR-NEW-ID PIC 9(6).
           05 XR-ACTION PIC X.
           05 XR-CHANGE-DATE PIC 9(8).
           05 XR-KEYED-BY PIC X(8).

      * The journal is written forward but must be undone backward,
      * so each record is numbered on the way into the sort and
      * returned on the descending sequence.
               10 SRT-BEFORE-IMAGE PIC X(89).
               10 SRT-AFTER-IMAGE PIC X(89).

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

       01 WS-JRNL-STATUS PIC XX.
       01 WS-EMPOUT-STATUS PIC XX.
       01 WS-XREF-STATUS PIC XX.

       01 WS-ABORT-SWITCH PIC X VALUE 'N'.
           88 WS-ABORT-RUN VALUE 'Y'.
       01 WS-MASTER-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-MASTER-OPEN VALUE 'Y'.

       01 WS-XREF-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-XREF-OPEN VALUE 'Y'.

       01 WS-JRNL-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-JRNL-EOF VALUE 'Y'.

       01 WS-CT-ADDS-REMOVED PIC 9(7) VALUE ZERO.
       01 WS-CT-IMAGES-RESTORED PIC 9(7) VALUE ZERO.
       01 WS-CT-MISMATCHES PIC 9(7) VALUE ZERO.
       01 WS-CT-XREF-REMOVED PIC 9(7) VALUE ZERO.

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
                       "STATUS=" WS-EMPOUT-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN I-O ID-XREF-FILE
               EVALUATE WS-XREF-STATUS
                   WHEN "00"
                       SET WS-XREF-OPEN TO TRUE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "WARNING: UNABLE TO OPEN ID-XREF-FILE, "
                           "STATUS=" WS-XREF-STATUS
                           " - RETIRED IDS NOT RESTORED"
               END-EVALUATE
           END-IF.

       2000-NUMBER-JOURNAL.
               NOT AT END
                   EVALUATE SRT-ACTION
                       WHEN "A"
                       WHEN "K"
                           PERFORM 3200-REMOVE-ADDED-RECORD
                       WHEN "R"
                           PERFORM 3300-RESTORE-BEFORE-IMAGE
                       WHEN "D"
                           PERFORM 3300-RESTORE-BEFORE-IMAGE
                           PERFORM 3400-REMOVE-XREF-ENTRY
                       WHEN OTHER
                           ADD 1 TO WS-CT-MISMATCHES
                           DISPLAY "WARNING: UNKNOWN JOURNAL ACTION "
                   ADD 1 TO WS-CT-IMAGES-RESTORED
           END-REWRITE.

      * A D is the delete of an ID retired by a re-key or merge;
      * with the person back under that ID the cross-reference entry
      * must go too, or the nightly edit would keep translating or
      * rejecting the restored ID.
       3400-REMOVE-XREF-ENTRY.
           IF WS-XREF-OPEN
               MOVE SRT-EMPLOYEE-ID TO XR-OLD-ID
               DELETE ID-XREF-FILE
                   INVALID KEY
                       ADD 1 TO WS-CT-MISMATCHES
                       DISPLAY "WARNING: EMPLOYEE " SRT-EMPLOYEE-ID
                           " NOT ON ID CROSS-REFERENCE TO REMOVE"
                   NOT INVALID KEY
                       ADD 1 TO WS-CT-XREF-REMOVED
               END-DELETE
           ELSE
               ADD 1 TO WS-CT-MISMATCHES
               DISPLAY "WARNING: EMPLOYEE " SRT-EMPLOYEE-ID
                   " STILL RETIRED - ID CROSS-REFERENCE NOT OPEN"
           END-IF.

       9000-PRINT-CONTROL-TOTALS.
           DISPLAY " "
           DISPLAY "===== MASTER BACKOUT CONTROL TOTALS ====="
           DISPLAY "JOURNAL RECORDS READ:  " WS-CT-JOURNAL-READ
           DISPLAY "ADDS REMOVED:          " WS-CT-ADDS-REMOVED
           DISPLAY "IMAGES RESTORED:       " WS-CT-IMAGES-RESTORED
           DISPLAY "RETIRED IDS RESTORED:  " WS-CT-XREF-REMOVED
           DISPLAY "MISMATCHES:            " WS-CT-MISMATCHES.

      * Severity follows the nightly edit's convention: 16 when the
           IF WS-MASTER-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF WS-XREF-OPEN
               CLOSE ID-XREF-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   DISPLAY "BACKOUT ENDED IN ERROR - MASTER NOT "
                       "PRE-RUN STATE"
           END-EVALUATE.

      * One step record per run on the shared job log, so JOB-CHECK
      * can sign off the night without anyone opening this step's
      * report. Counts logged for this step:
      *   IN  journal records read
      *   OUT adds removed and images restored
      *   REJECTED mismatches
      *   AUX-1 retired IDs restored
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
               MOVE "EMP-BACKOUT" TO JL-STEP-NAME
               MOVE WS-JL-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JL-RUN-TIME TO JL-RUN-TIME
               MOVE RETURN-CODE TO JL-RETURN-CODE
               MOVE WS-CT-JOURNAL-READ TO JL-CT-IN
               COMPUTE JL-CT-OUT = WS-CT-ADDS-REMOVED
                   + WS-CT-IMAGES-RESTORED
               MOVE WS-CT-MISMATCHES TO JL-CT-REJECTED
               MOVE WS-CT-XREF-REMOVED TO JL-CT-AUX-1
               MOVE ZERO TO JL-CT-AUX-2
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN JOB-LOG-FILE, "
                   "STATUS=" WS-JOBLOG-STATUS
                   " - STEP NOT LOGGED"
           END-IF.

       END PROGRAM EMP-BACKOUT.
