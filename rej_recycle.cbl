           ASSIGN TO "STALE_RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STALE-STATUS.

      * Permanent reject history the nightly edit appends each reject
      * to; this step appends what became of it. OPTIONAL so a site
      * whose edit has not yet written one still recycles.
           SELECT OPTIONAL REJECT-HIST-FILE
           ASSIGN TO "REJ_HIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJHIST-STATUS.

      * Permanent employee ID cross-reference kept by the re-key
      * step, read here for the nightly edit's retired-ID rule.
      * OPTIONAL because a site that has never re-keyed anyone has
      * no cross-reference yet.
           SELECT OPTIONAL ID-XREF-FILE
           ASSIGN TO "ID_XREF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS XR-OLD-ID
           FILE STATUS IS WS-XREF-STATUS.

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
      * Rejects arrive tagged with the source system of the HDR/TRL
       FD  STALE-FILE.
       01 STALE-PRINT-RECORD PIC X(132).

      * Same layout the nightly edit writes. Outcomes here: P the
      * reject was repaired onto CLEAN_OUT, C it failed again and
      * recycles, S it failed again and reached the stale threshold
      * (once; later cycles are C again). Each carries the reason it
      * arrived with and the date it was first rejected.
       FD  REJECT-HIST-FILE.
       01 REJECT-HIST-RECORD.
           05 RJH-EVENT-DATE PIC 9(8).
           05 RJH-SOURCE-SYSTEM PIC X(8).
           05 RJH-REASON-CODE PIC X(3).
           05 RJH-EMPLOYEE-ID PIC X(6).
           05 RJH-OUTCOME PIC X.
               88 RJH-REJECTED VALUE "R".
               88 RJH-REPAIRED VALUE "P".
               88 RJH-RECYCLED VALUE "C".
               88 RJH-STALE VALUE "S".
           05 RJH-FIRST-DATE PIC 9(8).
           05 RJH-CYCLE-COUNT PIC 9(2).
           05 RJH-RUN-TIME PIC 9(6).

      * XR-ACTION K: the person was re-numbered and the old ID is
      * translated by the nightly edit; M: the ID was a duplicate
      * merged into another and is rejected.
       FD  ID-XREF-FILE.
       01 ID-XREF-RECORD.
           05 XR-OLD-ID PIC 9(6).
           05 XR-NEW-ID PIC 9(6).
           05 XR-ACTION PIC X.
               88 XR-REKEYED VALUE "K".
               88 XR-MERGED VALUE "M".
           05 XR-CHANGE-DATE PIC 9(8).
           05 XR-KEYED-BY PIC X(8).

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

       01 WS-REJIN-STATUS PIC XX.
       01 WS-CLEAN-STATUS PIC XX.
       01 WS-RECOUT-STATUS PIC XX.
       01 WS-STALE-STATUS PIC XX.
       01 WS-REJHIST-STATUS PIC XX.
       01 WS-XREF-STATUS PIC XX.

       01 WS-ABORT-SWITCH PIC X VALUE 'N'.
           88 WS-ABORT-RUN VALUE 'Y'.
       01 WS-STALE-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-STALE-OPEN VALUE 'Y'.

       01 WS-REJHIST-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-REJHIST-OPEN VALUE 'Y'.

       01 WS-XREF-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-XREF-OPEN VALUE 'Y'.

       01 WS-XREF-FAILED-SWITCH PIC X VALUE 'N'.
           88 WS-XREF-FAILED VALUE 'Y'.

      * Re-key chains are followed the way the nightly edit follows
      * them, with the same hop limit.
       01 WS-XREF-DONE-SWITCH PIC X VALUE 'N'.
           88 WS-XREF-DONE VALUE 'Y'.
       01 WS-XREF-ID PIC 9(6) VALUE ZERO.
       01 WS-XREF-HOPS PIC 9(2) VALUE ZERO.
       01 WS-XREF-HOP-LIMIT PIC 9(2) VALUE 20.

       01 WS-REJIN-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-REJIN-EOF VALUE 'Y'.


       01 WS-CUR-REASON PIC X(40) VALUE SPACES.
       01 WS-CUR-SOURCE-SYSTEM PIC X(8) VALUE SPACES.
       01 WS-CUR-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01 WS-CUR-CYCLE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-CUR-FIRST-DATE PIC 9(8) VALUE ZERO.
       01 WS-CUR-FIRST-SPLIT REDEFINES WS-CUR-FIRST-DATE.
       01 WS-CT-CLEANED PIC 9(7) VALUE ZERO.
       01 WS-CT-RECYCLED PIC 9(7) VALUE ZERO.
       01 WS-CT-STALE PIC 9(7) VALUE ZERO.
       01 WS-CT-HIST-WRITTEN PIC 9(7) VALUE ZERO.
       01 WS-CT-YEARS-HASH PIC 9(8)V9 VALUE ZERO.

      * Control records bracketing CLEAN_OUT, in the same layout the
           05 SD-REASON PIC X(40).
           05 FILLER PIC X(55) VALUE SPACES.

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
           END-IF
           PERFORM 9000-PRINT-CONTROL-TOTALS
           PERFORM 9900-TERMINATE
           PERFORM 9950-WRITE-JOB-LOG
           STOP RUN.

       1000-INITIALIZE.
           IF NOT WS-ABORT-RUN
               MOVE WS-RUN-DATE TO CLH-EXTRACT-DATE
               WRITE CLEAN-RECORD FROM WS-CLEAN-HEADER
               PERFORM 1100-OPEN-REJECT-HISTORY
               PERFORM 1150-OPEN-ID-XREF
           END-IF.

      * Without the history the recycle itself is still good; the
      * outcomes are lost to the scorecard and the step warns.
       1100-OPEN-REJECT-HISTORY.
           OPEN EXTEND REJECT-HIST-FILE
           IF WS-REJHIST-STATUS = "00" OR WS-REJHIST-STATUS = "05"
               SET WS-REJHIST-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN REJECT-HIST-FILE, "
                   "STATUS=" WS-REJHIST-STATUS
                   " - OUTCOMES NOT RECORDED IN HISTORY"
           END-IF.

      * Status 05 is the OPTIONAL cross-reference not existing yet:
      * no ID has ever been retired, so there is nothing to look up.
      * Any other failure lets retired IDs through to CLEAN_OUT, where
      * the nightly edit rejects them again, so the step warns.
       1150-OPEN-ID-XREF.
           OPEN INPUT ID-XREF-FILE
           EVALUATE WS-XREF-STATUS
               WHEN "00"
                   SET WS-XREF-OPEN TO TRUE
               WHEN "05"
                   CLOSE ID-XREF-FILE
               WHEN OTHER
                   DISPLAY "WARNING: ID-XREF NOT AVAILABLE, STATUS "
                       WS-XREF-STATUS " - RETIRED IDS NOT CHECKED"
                   SET WS-XREF-FAILED TO TRUE
           END-EVALUATE.

       1200-LOAD-CORRECTIONS.
      * Corrections are full replacement records in extract layout,
      * matched to rejects on the first six bytes (the employee id
                   MOVE RI-DATA TO WS-REJ-WORK
                   MOVE RI-REASON TO WS-CUR-REASON
                   MOVE RI-SOURCE-SYSTEM TO WS-CUR-SOURCE-SYSTEM
                   MOVE RI-DATA(1:6) TO WS-CUR-EMPLOYEE-ID
                   MOVE RI-CYCLE-COUNT TO WS-CUR-CYCLE-COUNT
                   MOVE RI-FIRST-DATE TO WS-CUR-FIRST-DATE
                   PERFORM 2500-RECYCLE-ONE-RECORD
                   MOVE RJ-DATA TO WS-REJ-WORK
                   MOVE RJ-REASON TO WS-CUR-REASON
                   MOVE RJ-SOURCE-SYSTEM TO WS-CUR-SOURCE-SYSTEM
                   MOVE RJ-DATA(1:6) TO WS-CUR-EMPLOYEE-ID
                   MOVE 1 TO WS-CUR-CYCLE-COUNT
                   MOVE WS-RUN-DATE TO WS-CUR-FIRST-DATE
                   PERFORM 2500-RECYCLE-ONE-RECORD
               WRITE CLEAN-RECORD FROM WS-REJ-WORK
               ADD 1 TO WS-CT-CLEANED
               ADD WRK-YEARS-SERVICE TO WS-CT-YEARS-HASH
               SET RJH-REPAIRED TO TRUE
           ELSE
               PERFORM 2800-WRITE-RECYCLE-RECORD
      * The history records going stale once, on the cycle that
      * reaches the threshold; later cycles are ordinary recycles
      * even though the stale listing keeps showing the record.
               IF WS-CUR-CYCLE-COUNT = WS-STALE-THRESHOLD
                   SET RJH-STALE TO TRUE
               ELSE
                   SET RJH-RECYCLED TO TRUE
               END-IF
           END-IF
           IF WS-REJHIST-OPEN
               PERFORM 2850-WRITE-REJECT-HISTORY
           END-IF.

       2600-APPLY-CORRECTION.

      * Same edit rules, in the same order, as the nightly run
      * applies to STOCK_IN records, including the range check on
      * service derived from the hire date and the retired-ID check
      * against the cross-reference.
       2700-VALIDATE-RECORD.
           MOVE SPACES TO WS-REJECT-REASON
           SET WS-VALID-RECORD TO TRUE
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-VALID-SWITCH
               END-IF
           END-IF
           IF WS-VALID-RECORD AND WS-XREF-OPEN
               MOVE WRK-EMPLOYEE-ID TO WS-XREF-ID
               MOVE ZERO TO WS-XREF-HOPS
               MOVE 'N' TO WS-XREF-DONE-SWITCH
               PERFORM 2750-FOLLOW-ID-XREF UNTIL WS-XREF-DONE
           END-IF.

      * A re-keyed ID is left as it is for the nightly edit to
      * translate; only a merged duplicate fails here.
       2750-FOLLOW-ID-XREF.
           MOVE WS-XREF-ID TO XR-OLD-ID
           READ ID-XREF-FILE
               INVALID KEY
                   SET WS-XREF-DONE TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN XR-MERGED
                        OR WS-XREF-HOPS >= WS-XREF-HOP-LIMIT
                           MOVE "009-RETIRED EMPLOYEE ID"
                               TO WS-REJECT-REASON
                           MOVE 'N' TO WS-VALID-SWITCH
                           SET WS-XREF-DONE TO TRUE
                       WHEN OTHER
                           MOVE XR-NEW-ID TO WS-XREF-ID
                           ADD 1 TO WS-XREF-HOPS
                   END-EVALUATE
           END-READ.

       2720-DERIVE-SERVICE.
           MOVE WRK-HIRE-DATE TO WS-HIRE-DATE-WORK
           COMPUTE WS-SERVICE-MONTHS =
               PERFORM 2900-WRITE-STALE-LINE
           END-IF.

      * RJH-OUTCOME is set by the caller. The id is the one the
      * reject arrived with, before any correction, so the outcome
      * matches the edit's record of the reject.
       2850-WRITE-REJECT-HISTORY.
           MOVE WS-RUN-DATE TO RJH-EVENT-DATE
           MOVE WS-CUR-SOURCE-SYSTEM TO RJH-SOURCE-SYSTEM
           MOVE WS-CUR-REASON(1:3) TO RJH-REASON-CODE
           MOVE WS-CUR-EMPLOYEE-ID TO RJH-EMPLOYEE-ID
           MOVE WS-CUR-FIRST-DATE TO RJH-FIRST-DATE
           MOVE WS-CUR-CYCLE-COUNT TO RJH-CYCLE-COUNT
           MOVE ZERO TO RJH-RUN-TIME
           WRITE REJECT-HIST-RECORD
           ADD 1 TO WS-CT-HIST-WRITTEN.

       2900-WRITE-STALE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2950-PRINT-STALE-HEADINGS
           DISPLAY "CORRECTIONS LOADED:    " WS-CORR-COUNT
           DISPLAY "RECORDS CLEANED:       " WS-CT-CLEANED
           DISPLAY "RECORDS RECYCLED:      " WS-CT-RECYCLED
           DISPLAY "STALE REJECTS LISTED:  " WS-CT-STALE
           DISPLAY "HISTORY RECORDS ADDED: " WS-CT-HIST-WRITTEN.

       9900-TERMINATE.
           IF WS-REJIN-OPEN
           IF WS-STALE-OPEN
               CLOSE STALE-FILE
           END-IF
           IF WS-REJHIST-OPEN
               CLOSE REJECT-HIST-FILE
           END-IF
           IF WS-XREF-OPEN
               CLOSE ID-XREF-FILE
           END-IF
      * A non-zero return code on the error path keeps the scheduler
      * from feeding an incomplete CLEAN_OUT to the nightly run. A
      * missing reject history or an unreadable cross-reference
      * only warns: CLEAN_OUT is still good.
           IF WS-ABORT-RUN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF NOT WS-REJHIST-OPEN OR WS-XREF-FAILED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * One step record per run on the shared job log, so JOB-CHECK
      * can sign off the night without anyone opening this step's
      * report. Counts logged for this step:
      *   IN  new and carried rejects read
      *   OUT records cleaned to CLEAN_OUT (its trailer count)
      *   AUX-1 rejects recycled
      *   AUX-2 stale rejects listed
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
               MOVE "REJ-RECYCLE" TO JL-STEP-NAME
               MOVE WS-JL-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JL-RUN-TIME TO JL-RUN-TIME
               MOVE RETURN-CODE TO JL-RETURN-CODE
               COMPUTE JL-CT-IN = WS-CT-REJ-READ + WS-CT-CARRY-READ
               MOVE WS-CT-CLEANED TO JL-CT-OUT
               MOVE ZERO TO JL-CT-REJECTED
               MOVE WS-CT-RECYCLED TO JL-CT-AUX-1
               MOVE WS-CT-STALE TO JL-CT-AUX-2
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN JOB-LOG-FILE, "
                   "STATUS=" WS-JOBLOG-STATUS
                   " - STEP NOT LOGGED"
           END-IF.

       END PROGRAM REJ-RECYCLE.
