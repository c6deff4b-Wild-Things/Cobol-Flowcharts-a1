           ASSIGN TO "RUN_HIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

      * Permanent reject history, shared with the recycle step: one
      * record appended per reject written to REJECT_OUT, and one
      * per later outcome, so a feed's record of bad data outlives
      * the nightly reject file. OPTIONAL so the first run creates
      * it; a validate-only preview adds nothing to it.
           SELECT OPTIONAL REJECT-HIST-FILE
           ASSIGN TO "REJ_HIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJHIST-STATUS.

      * Permanent employee ID cross-reference kept by the re-key
      * step: one record per retired EMPLOYEE-ID naming the ID that
      * replaced it. Read-only here, and OPTIONAL because a site
      * that has never re-keyed anyone has no cross-reference yet.
           SELECT OPTIONAL ID-XREF-FILE
           ASSIGN TO "ID_XREF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS XR-OLD-ID
           FILE STATUS IS WS-XREF-STATUS.

      * Permanent department code cross-reference kept by the
      * department reorganization: one record per code moved away,
      * naming the code its employees went to. A code the source
      * still sends after the reorg is translated, but only while it
      * is off the department master - a code brought back into use
      * is taken as sent. OPTIONAL: no reorg, no cross-reference.
           SELECT OPTIONAL DEPT-XREF-FILE
           ASSIGN TO "DEPT_XREF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DX-OLD-CODE
           FILE STATUS IS WS-DXREF-STATUS.

      * HR review holds. An accepted record whose status or hire
      * date moves in a way that is nearly always a keying error
      * upstream is kept off the master and listed on HOLD_OUT with
      * the old and new values. HR keys approve/deny decisions
      * against that list during the day onto HOLD_DEC; the
      * scheduler promotes HOLD_OUT to HOLD_IN for the next night,
      * the same way PEND_OUT becomes PEND_IN. Both inputs are
      * OPTIONAL: the first night has no holds and most days carry
      * no decisions. HOLD_WRK stages tonight's hold dispositions
      * by block, like CURR_WRK, so only verified blocks count.
           SELECT OPTIONAL HOLD-IN-FILE
           ASSIGN TO "HOLD_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLDIN-STATUS.

           SELECT OPTIONAL HOLD-DEC-FILE
           ASSIGN TO "HOLD_DEC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLDDEC-STATUS.

           SELECT HOLD-OUT-FILE
           ASSIGN TO "HOLD_OUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLDOUT-STATUS.

           SELECT HOLD-WORK-FILE
           ASSIGN TO "HOLD_WRK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLDWK-STATUS.

      * Last night's carry file from the pending HR transaction step,
      * read before that step rewrites it tonight. A transaction it
      * has already applied owns that field on the master until the
      * source catches up, so the source still sending the old value
      * is not a transition for HR to review. OPTIONAL: with nothing
      * pending there is no carry file.
           SELECT OPTIONAL PENDING-CARRY-FILE
           ASSIGN TO "PEND_OUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDCARRY-STATUS.

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
       FD  STOCK-FILE-IN.
       01 CHECKPOINT-RECORD.
           05 CKPT-LAST-EMPLOYEE-ID PIC 9(6).
           05 CKPT-FILE-ID PIC X(80).
           05 CKPT-REJECT-RUN-TIME PIC 9(6).

       FD  DEPARTMENT-MASTER.
       01 DEPARTMENT-RECORD.
           05 RH-CT-SKIPPED PIC 9(7).
           05 RH-YEARS-TOTAL PIC 9(8)V9.
           05 RH-DISPOSITION PIC X(12).
           05 RH-CT-HELD PIC 9(7).
      * Records read and rejected per source system, from the HDR of
      * each block: a catch-up block record carries its one source,
      * a normal run record every source the night delivered. Runs
      * logged before the split existed read this as spaces.
           05 RH-SOURCE-COUNT PIC 9(2).
           05 RH-SOURCE-TABLE.
               10 RH-SOURCE-ENTRY OCCURS 10 TIMES.
                   15 RH-SRC-SYSTEM PIC X(8).
                   15 RH-SRC-CT-READ PIC 9(7).
                   15 RH-SRC-CT-REJECTED PIC 9(7).
      * The run time this run's R records on REJ_HIST carry; spaces
      * on runs logged before it existed.
           05 RH-REJECT-RUN-TIME PIC 9(6).

      * RJH-OUTCOME R is the reject itself, written here; P, C and
      * S are written by the recycle step as the reject is repaired,
      * recycled again or recycled on into the stale listing. Each
      * outcome carries the date the reject first arrived, which
      * ties it back to the R record. RJH-RUN-TIME tells the R
      * records of a rerun night apart; the recycle step's outcomes
      * leave it zero.
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

      * XR-ACTION K: the person was re-numbered and the old ID still
      * arriving is translated; M: the ID was a duplicate merged into
      * another and is rejected.
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

      * HOLD_IN and HOLD_OUT carry the hold image laid out in
      * WS-HOLD-IMAGE.
       FD  HOLD-IN-FILE.
       01 HOLD-IN-RECORD PIC X(129).

       FD  HOLD-OUT-FILE.
       01 HOLD-OUT-RECORD PIC X(129).

      * One decision per hold, keyed by HR: the employee and the
      * hold reason code as listed on HOLD_OUT, A to let the new
      * values through or D to drop them, and who decided.
       FD  HOLD-DEC-FILE.
       01 HOLD-DEC-RECORD.
           05 DEC-EMPLOYEE-ID PIC 9(6).
           05 DEC-REASON-CODE PIC X(3).
           05 DEC-DECISION PIC X.
               88 DEC-APPROVED VALUE "A".
               88 DEC-DENIED VALUE "D".
           05 DEC-DECIDED-BY PIC X(8).

      * HW-DISPOSITION: N new hold, C hold still awaiting HR,
      * A approved hold let through, D denied hold dropped again,
      * S hold superseded by different values from the source.
       FD  HOLD-WORK-FILE.
       01 HOLD-WORK-RECORD.
           05 HW-BLOCK-NO PIC 9(3).
           05 HW-DISPOSITION PIC X.
           05 HW-IMAGE PIC X(129).

      * PEND_OUT transaction layout; only the fields the hold check
      * needs are named.
       FD  PENDING-CARRY-FILE.
       01 PENDING-CARRY-RECORD.
           05 PC-TXN-TYPE PIC X.
           05 PC-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(11).
           05 PC-NEW-STATUS PIC X.
           05 FILLER PIC X(40).
           05 PC-NEW-HIRE-DATE PIC 9(8).
           05 FILLER PIC X(8).
           05 PC-STATE PIC X.
           05 FILLER PIC X(16).

       FD  DUP-WORK-FILE.
       01 DUP-WORK-RECORD.
           05 SRT-HIRE-DATE PIC 9(8).
           05 SRT-EMP-STATUS PIC X.

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

       01 WS-STOCK-STATUS PIC XX.
       01 WS-CT-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-CT-SKIPPED PIC 9(7) VALUE ZERO.

      * ID cross-reference lookup. WS-STAGE-ID is the EMPLOYEE-ID a
      * valid record is staged and applied under - its own ID, or
      * the current ID of a re-keyed person. EMPLOYEE-ID itself is
      * left as read, since the checkpoint restarts on it. Chains
      * (re-keyed, then re-keyed again) are followed to the end; the
      * hop limit only guards against a damaged cross-reference.
       01 WS-XREF-STATUS PIC XX.

       01 WS-XREF-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-XREF-OPEN VALUE 'Y'.

       01 WS-XREF-DONE-SWITCH PIC X VALUE 'N'.
           88 WS-XREF-DONE VALUE 'Y'.

       01 WS-STAGE-ID PIC 9(6) VALUE ZERO.
       01 WS-XREF-HOPS PIC 9(2) VALUE ZERO.
       01 WS-XREF-HOP-LIMIT PIC 9(2) VALUE 20.
       01 WS-CT-ID-TRANSLATED PIC 9(7) VALUE ZERO.
       01 WS-CT-ID-RETIRED PIC 9(7) VALUE ZERO.

      * Department code cross-reference lookup, the same walk as the
      * ID cross-reference. WS-STAGE-DEPT-CODE is the code a record
      * is staged and applied under; DEPT-CODE is left as read for
      * the block hash.
       01 WS-DXREF-STATUS PIC XX.

       01 WS-DXREF-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-DXREF-OPEN VALUE 'Y'.

       01 WS-DXREF-DONE-SWITCH PIC X VALUE 'N'.
           88 WS-DXREF-DONE VALUE 'Y'.

       01 WS-STAGE-DEPT-CODE PIC 9(3) VALUE ZERO.
       01 WS-DXREF-HOPS PIC 9(2) VALUE ZERO.
       01 WS-CT-DEPT-TRANSLATED PIC 9(7) VALUE ZERO.

      * HR review holds. Each accepted record for an employee already
      * on the master is compared with the master image; a held
      * record stages the unchanged master image in its place, so
      * EMP_CURR and the delta compare still see the employee and
      * nothing moves until HR approves. HOLD_IN is loaded into the
      * table at initialization with tonight's HOLD_DEC decisions
      * applied; one entry per employee, a later one replacing an
      * earlier one.
       01 WS-HOLDIN-STATUS PIC XX.
       01 WS-HOLDDEC-STATUS PIC XX.
       01 WS-HOLDOUT-STATUS PIC XX.
       01 WS-HOLDWK-STATUS PIC XX.

       01 WS-HOLD-CHECK-SWITCH PIC X VALUE 'N'.
           88 WS-HOLD-CHECK-ACTIVE VALUE 'Y'.

       01 WS-HOLD-WORK-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-HOLD-WORK-OPEN VALUE 'Y'.

       01 WS-HOLDIN-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-HOLDIN-EOF VALUE 'Y'.

       01 WS-HOLDDEC-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-HOLDDEC-EOF VALUE 'Y'.

       01 WS-HOLDWK-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-HOLDWK-EOF VALUE 'Y'.

       01 WS-RECORD-HELD-SWITCH PIC X VALUE 'N'.
           88 WS-RECORD-HELD VALUE 'Y'.

      * Comes on only when the apply pass read EMP_CURR to the end,
      * so an approved hold is retired only once its record is
      * really on the master.
       01 WS-MASTER-APPLIED-SWITCH PIC X VALUE 'N'.
           88 WS-MASTER-APPLIED VALUE 'Y'.

      * Hold reasons, first match wins:
      *   H01 - terminated on the master, arriving active with the
      *         same hire date (a genuine rehire brings a new one)
      *   H02 - hire date changed on an existing employee
      *   H03 - terminated on the master, arriving on leave
       01 WS-HOLD-REASON PIC X(40) VALUE SPACES.
       01 WS-HOLD-REASON-PARTS REDEFINES WS-HOLD-REASON.
           05 WS-HOLD-REASON-CODE PIC X(3).
           05 FILLER PIC X(37).

       01 WS-HOLD-DISPOSITION PIC X VALUE SPACE.

       01 WS-HOLD-IMAGE.
           05 HI-EMPLOYEE-ID PIC 9(6).
           05 HI-REASON.
               10 HI-REASON-CODE PIC X(3).
               10 HI-REASON-TEXT PIC X(37).
           05 HI-HOLD-DATE PIC 9(8).
           05 HI-SOURCE-SYSTEM PIC X(8).
           05 HI-LAST-NAME PIC X(20).
           05 HI-FIRST-NAME PIC X(20).
           05 HI-OLD-STATUS PIC X.
           05 HI-NEW-STATUS PIC X.
           05 HI-OLD-HIRE-DATE PIC 9(8).
           05 HI-NEW-HIRE-DATE PIC 9(8).
           05 HI-DECISION PIC X.
           05 HI-DECIDED-BY PIC X(8).

      * HT-TONIGHT records what tonight's verified blocks did with
      * the entry (the HW-DISPOSITION letter), space if its employee
      * never came through.
       01 WS-HOLD-MAX PIC 9(4) VALUE 2000.
       01 WS-HOLD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HOLD-IDX PIC 9(4) VALUE ZERO.
       01 WS-HOLD-FOUND-IDX PIC 9(4) VALUE ZERO.
       01 WS-HOLD-SEARCH-ID PIC 9(6) VALUE ZERO.

       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 2000 TIMES.
               10 HT-IMAGE.
                   15 HT-EMPLOYEE-ID PIC 9(6).
                   15 HT-REASON-CODE PIC X(3).
                   15 HT-REASON-TEXT PIC X(37).
                   15 HT-HOLD-DATE PIC 9(8).
                   15 HT-SOURCE-SYSTEM PIC X(8).
                   15 HT-LAST-NAME PIC X(20).
                   15 HT-FIRST-NAME PIC X(20).
                   15 HT-OLD-STATUS PIC X.
                   15 HT-NEW-STATUS PIC X.
                   15 HT-OLD-HIRE-DATE PIC 9(8).
                   15 HT-NEW-HIRE-DATE PIC 9(8).
                   15 HT-DECISION PIC X.
                       88 HT-APPROVED VALUE "A".
                       88 HT-DENIED VALUE "D".
                   15 HT-DECIDED-BY PIC X(8).
               10 HT-TONIGHT PIC X.

      * A full extract replayed in several blocks of a catch-up run,
      * or a restart re-staging a record, can stage the same new
      * hold more than once. Only the last verified one per employee
      * (NH-LAST-SEQ, its record number on HOLD_WRK) goes to
      * HOLD_OUT.
       01 WS-NEWHOLD-MAX PIC 9(4) VALUE 2000.
       01 WS-NEWHOLD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-NEWHOLD-IDX PIC 9(4) VALUE ZERO.
       01 WS-NEWHOLD-FOUND-IDX PIC 9(4) VALUE ZERO.
       01 WS-HOLDWK-SEQ PIC 9(7) VALUE ZERO.

       01 WS-NEWHOLD-TABLE.
           05 WS-NEWHOLD-ENTRY OCCURS 2000 TIMES.
               10 NH-EMPLOYEE-ID PIC 9(6).
               10 NH-LAST-SEQ PIC 9(7).

       01 WS-CT-HELD PIC 9(7) VALUE ZERO.
       01 WS-CT-HOLD-NEW PIC 9(7) VALUE ZERO.
       01 WS-CT-HOLD-REPEAT PIC 9(7) VALUE ZERO.
       01 WS-CT-HOLD-APPROVED PIC 9(7) VALUE ZERO.
       01 WS-CT-HOLD-DENIED PIC 9(7) VALUE ZERO.
       01 WS-CT-HOLD-CLEARED PIC 9(7) VALUE ZERO.
       01 WS-CT-HOLD-OPEN PIC 9(7) VALUE ZERO.
       01 WS-CT-HOLD-DROPPED PIC 9(7) VALUE ZERO.
       01 WS-CT-DEC-APPLIED PIC 9(7) VALUE ZERO.
       01 WS-CT-DEC-UNMATCHED PIC 9(7) VALUE ZERO.

      * Pending transactions already applied to the master, from
      * last night's PEND_OUT: S entries own the status, C entries
      * with a new hire date own the hire date. Only searched when
      * a record would otherwise be held.
       01 WS-PENDCARRY-STATUS PIC XX.

       01 WS-PENDCARRY-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-PENDCARRY-EOF VALUE 'Y'.

       01 WS-PEND-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-PEND-FOUND VALUE 'Y'.

       01 WS-PEND-MAX PIC 9(4) VALUE 2000.
       01 WS-PEND-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PEND-IDX PIC 9(4) VALUE ZERO.
       01 WS-PEND-SEARCH-TYPE PIC X VALUE SPACE.

       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 2000 TIMES.
               10 PT-EMPLOYEE-ID PIC 9(6).
               10 PT-TXN-TYPE PIC X.
               10 PT-NEW-STATUS PIC X.
               10 PT-NEW-HIRE-DATE PIC 9(8).

       01 WS-CT-PEND-OWNED PIC 9(7) VALUE ZERO.
       01 WS-CT-PEND-DROPPED PIC 9(7) VALUE ZERO.

      * State for the tally spill files written during the release
      * pass and read back at report time. A -VALID switch comes on
      * when the release pass opens its file fresh, so a report
               10 BLK-CT-REJECTED PIC 9(7).
               10 BLK-CT-STAGED PIC 9(7).
               10 BLK-CT-RELEASED PIC 9(7).
               10 BLK-CT-HELD PIC 9(7).
               10 BLK-YEARS-HASH PIC 9(8)V9.
               10 BLK-YEARS-RELEASED PIC 9(8)V9.
               10 BLK-TRL-COUNT PIC 9(7).
           05 WS-RUN-TIME PIC 9(6).
           05 FILLER PIC 9(2).

      * The time this run started, stamped on its R records and its
      * run history so the scorecard counts only the rejects of the
      * run it keeps for a night. A run resumed from a checkpoint
      * carries on with the stamp of the run that wrote it, whose
      * rejects before the checkpoint are part of the same night.
       01 WS-REJECT-RUN-TIME PIC 9(6) VALUE ZERO.

      * Per-source split of a normal run's history record. Past the
      * ninth distinct source the rest are summed under *OTHER* in
      * the last entry.
       01 WS-SRC-MAX PIC 9(2) VALUE 10.
       01 WS-SRC-IDX PIC 9(2) VALUE ZERO.
       01 WS-SRC-FOUND-IDX PIC 9(2) VALUE ZERO.

       01 WS-REJHIST-STATUS PIC XX.
       01 WS-REJHIST-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-REJHIST-OPEN VALUE 'Y'.

      * Service derived from HIRE-DATE against the run date, in
      * completed months, so the milestone check no longer depends
      * on the extract landing on an exact 5.0/10.0 value.
           05 FILLER PIC X(9) VALUE "    READ ".
           05 FILLER PIC X(9) VALUE "REJECTED ".
           05 FILLER PIC X(9) VALUE "RELEASED ".
           05 FILLER PIC X(9) VALUE "    HELD ".
           05 FILLER PIC X(10) VALUE "VERDICT".
           05 FILLER PIC X(24) VALUE "REASON".
           05 FILLER PIC X(40) VALUE SPACES.

       01 CTL-BLOCK-LINE.
           05 CTB-SOURCE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CTB-RELEASED PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CTB-HELD PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CTB-VERDICT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CTB-REASON PIC X(24).
           05 FILLER PIC X(40) VALUE SPACES.

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
               PERFORM 2660-CLEAR-CHECKPOINT
           END-IF
      * The hold file is rewritten on every run that checked holds,
      * even one that stopped early: open holds and tonight's HR
      * decisions carry forward whatever happened to the extract.
           IF WS-HOLD-CHECK-ACTIVE
               PERFORM 3700-WRITE-HOLD-FILE
           END-IF
      * Volume is only judged for runs that read the whole file and
      * were not deliberately stopped; a partial count would flag a
      * spurious anomaly on top of the real failure.
           END-IF
           PERFORM 8600-APPEND-RUN-HISTORY
           PERFORM 9900-TERMINATE
           PERFORM 9950-WRITE-JOB-LOG
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY "STOCK_IN" UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-FILE-ID FROM ENVIRONMENT-VALUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME TO WS-REJECT-RUN-TIME
           MOVE WS-RUN-DATE TO WS-EFF-DATE
           PERFORM 1065-COMPUTE-PREV-RUN-DATE
           PERFORM 1050-LOAD-RUN-PARMS
                       PERFORM 9800-RAISE-SEVERITY
                   END-IF
               END-IF
               IF NOT WS-VALIDATE-ONLY
                   PERFORM 1250-OPEN-REJECT-HISTORY
               END-IF
               IF WS-CURRWK-STATUS = "00"
                   SET WS-CURR-WORK-OPEN TO TRUE
               ELSE
                   PERFORM 9800-RAISE-SEVERITY
               END-IF
               PERFORM 1150-OPEN-EMPLOYEE-MASTER
               IF WS-EMPOUT-FILE-OPEN AND NOT WS-END-OF-FILE
                   PERFORM 1200-LOAD-HOLDS
               END-IF
           END-IF
           OPEN INPUT DEPARTMENT-MASTER
           IF WS-DEPT-STATUS = "00"
                   WS-DEPT-STATUS
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9800-RAISE-SEVERITY
           END-IF
      * Status 05 is the OPTIONAL cross-reference not existing yet:
      * no ID has ever been retired, so there is nothing to look up.
           OPEN INPUT ID-XREF-FILE
           EVALUATE WS-XREF-STATUS
               WHEN "00"
                   SET WS-XREF-OPEN TO TRUE
               WHEN "05"
                   CLOSE ID-XREF-FILE
               WHEN OTHER
                   DISPLAY "WARNING: ID-XREF NOT AVAILABLE, STATUS "
                       WS-XREF-STATUS " - RETIRED IDS NOT CHECKED"
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9800-RAISE-SEVERITY
           END-EVALUATE
           OPEN INPUT DEPT-XREF-FILE
           EVALUATE WS-DXREF-STATUS
               WHEN "00"
                   SET WS-DXREF-OPEN TO TRUE
               WHEN "05"
                   CLOSE DEPT-XREF-FILE
               WHEN OTHER
                   DISPLAY "WARNING: DEPT-XREF NOT AVAILABLE, STATUS "
                       WS-DXREF-STATUS " - MOVED DEPTS NOT TRANSLATED"
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9800-RAISE-SEVERITY
           END-EVALUATE.

       1050-LOAD-RUN-PARMS.
           OPEN INPUT PARM-FILE
                           IF WS-LAST-CKPT-ID > ZERO
                               SET WS-SKIPPING TO TRUE
                               SET WS-RESUMED-RUN TO TRUE
                               IF CKPT-REJECT-RUN-TIME NUMERIC
                                   MOVE CKPT-REJECT-RUN-TIME
                                       TO WS-REJECT-RUN-TIME
                               END-IF
                           END-IF
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

      * Holds are only checked on a run that can update the master.
      * A hold list or decision file that cannot be read loses
      * nothing that matters: the affected records are simply held
      * again as new. Without HOLD_WRK no record could be held, so
      * that open failure stops the run like CURR_WRK's does.
       1200-LOAD-HOLDS.
           OPEN INPUT HOLD-IN-FILE
           EVALUATE WS-HOLDIN-STATUS
               WHEN "00"
                   PERFORM 1210-READ-ONE-HOLD UNTIL WS-HOLDIN-EOF
                   CLOSE HOLD-IN-FILE
               WHEN "05"
                   CLOSE HOLD-IN-FILE
               WHEN OTHER
                   DISPLAY "WARNING: UNABLE TO OPEN HOLD-IN-FILE, "
                       "STATUS=" WS-HOLDIN-STATUS
                       " - OPEN HOLDS NOT CARRIED"
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9800-RAISE-SEVERITY
           END-EVALUATE
           OPEN INPUT HOLD-DEC-FILE
           EVALUATE WS-HOLDDEC-STATUS
               WHEN "00"
                   PERFORM 1230-READ-ONE-DECISION UNTIL WS-HOLDDEC-EOF
                   CLOSE HOLD-DEC-FILE
               WHEN "05"
                   CLOSE HOLD-DEC-FILE
               WHEN OTHER
                   DISPLAY "WARNING: UNABLE TO OPEN HOLD-DEC-FILE, "
                       "STATUS=" WS-HOLDDEC-STATUS
                       " - HR DECISIONS NOT APPLIED"
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9800-RAISE-SEVERITY
           END-EVALUATE
           IF WS-CT-DEC-UNMATCHED > ZERO
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9800-RAISE-SEVERITY
           END-IF
           PERFORM 1240-LOAD-PENDING-OWNED
           IF WS-SKIPPING
               OPEN EXTEND HOLD-WORK-FILE
           ELSE
               OPEN OUTPUT HOLD-WORK-FILE
           END-IF
           IF WS-HOLDWK-STATUS = "00"
               SET WS-HOLD-WORK-OPEN TO TRUE
               SET WS-HOLD-CHECK-ACTIVE TO TRUE
           ELSE
               DISPLAY "ERROR: UNABLE TO OPEN HOLD-WORK-FILE, "
                   "STATUS=" WS-HOLDWK-STATUS
               SET WS-END-OF-FILE TO TRUE
               MOVE 16 TO WS-NEW-SEVERITY
               PERFORM 9800-RAISE-SEVERITY
           END-IF.

       1210-READ-ONE-HOLD.
           READ HOLD-IN-FILE INTO WS-HOLD-IMAGE
               AT END
                   SET WS-HOLDIN-EOF TO TRUE
               NOT AT END
                   IF HI-EMPLOYEE-ID NUMERIC
                       PERFORM 1220-FILE-HOLD-ENTRY
                   END-IF
           END-READ.

       1220-FILE-HOLD-ENTRY.
           MOVE HI-EMPLOYEE-ID TO WS-HOLD-SEARCH-ID
           PERFORM 2270-FIND-HOLD-ENTRY
           IF WS-HOLD-FOUND-IDX = ZERO
               IF WS-HOLD-COUNT < WS-HOLD-MAX
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-HOLD-COUNT TO WS-HOLD-FOUND-IDX
               ELSE
                   DISPLAY "WARNING: HOLD TABLE FULL - HOLD FOR "
                       "EMPLOYEE " HI-EMPLOYEE-ID " NOT CARRIED"
                   ADD 1 TO WS-CT-HOLD-DROPPED
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9800-RAISE-SEVERITY
               END-IF
           END-IF
           IF WS-HOLD-FOUND-IDX > ZERO
               MOVE WS-HOLD-IMAGE TO HT-IMAGE(WS-HOLD-FOUND-IDX)
               MOVE SPACE TO HT-TONIGHT(WS-HOLD-FOUND-IDX)
           END-IF.

      * A decision must name the hold as listed - the employee and
      * the reason code - so a decision keyed against an earlier
      * hold for the same person cannot release a different change.
       1230-READ-ONE-DECISION.
           READ HOLD-DEC-FILE
               AT END
                   SET WS-HOLDDEC-EOF TO TRUE
               NOT AT END
                   MOVE ZERO TO WS-HOLD-FOUND-IDX
                   IF DEC-EMPLOYEE-ID NUMERIC
                      AND (DEC-APPROVED OR DEC-DENIED)
                       MOVE DEC-EMPLOYEE-ID TO WS-HOLD-SEARCH-ID
                       PERFORM 2270-FIND-HOLD-ENTRY
                   END-IF
                   IF WS-HOLD-FOUND-IDX > ZERO
                      AND HT-REASON-CODE(WS-HOLD-FOUND-IDX)
                          = DEC-REASON-CODE
                       MOVE DEC-DECISION
                           TO HT-DECISION(WS-HOLD-FOUND-IDX)
                       MOVE DEC-DECIDED-BY
                           TO HT-DECIDED-BY(WS-HOLD-FOUND-IDX)
                       ADD 1 TO WS-CT-DEC-APPLIED
                   ELSE
                       DISPLAY "WARNING: HR DECISION FOR EMPLOYEE "
                           DEC-EMPLOYEE-ID " REASON " DEC-REASON-CODE
                           " MATCHES NO OPEN HOLD - IGNORED"
                       ADD 1 TO WS-CT-DEC-UNMATCHED
                   END-IF
           END-READ.

      * A carry file that cannot be read only means a transition
      * owned by a pending transaction may be held for HR as well;
      * HR can approve it, so the run carries on with a warning.
       1240-LOAD-PENDING-OWNED.
           OPEN INPUT PENDING-CARRY-FILE
           EVALUATE WS-PENDCARRY-STATUS
               WHEN "00"
                   PERFORM 1245-READ-ONE-PENDING
                       UNTIL WS-PENDCARRY-EOF
                   CLOSE PENDING-CARRY-FILE
               WHEN "05"
                   CLOSE PENDING-CARRY-FILE
               WHEN OTHER
                   DISPLAY "WARNING: UNABLE TO OPEN PENDING-CARRY-FILE"
                       ", STATUS=" WS-PENDCARRY-STATUS
                       " - PENDING TRANSACTIONS NOT CHECKED"
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9800-RAISE-SEVERITY
           END-EVALUATE.

       1245-READ-ONE-PENDING.
           READ PENDING-CARRY-FILE
               AT END
                   SET WS-PENDCARRY-EOF TO TRUE
               NOT AT END
                   IF PC-STATE = "A"
                      AND PC-EMPLOYEE-ID NUMERIC
                      AND (PC-TXN-TYPE = "S"
                        OR (PC-TXN-TYPE = "C"
                            AND PC-NEW-HIRE-DATE NUMERIC))
                       IF WS-PEND-COUNT < WS-PEND-MAX
                           ADD 1 TO WS-PEND-COUNT
                           MOVE PC-EMPLOYEE-ID
                               TO PT-EMPLOYEE-ID(WS-PEND-COUNT)
                           MOVE PC-TXN-TYPE
                               TO PT-TXN-TYPE(WS-PEND-COUNT)
                           MOVE PC-NEW-STATUS
                               TO PT-NEW-STATUS(WS-PEND-COUNT)
                           MOVE ZERO TO PT-NEW-HIRE-DATE(WS-PEND-COUNT)
                           IF PC-TXN-TYPE = "C"
                               MOVE PC-NEW-HIRE-DATE
                                   TO PT-NEW-HIRE-DATE(WS-PEND-COUNT)
                           END-IF
                       ELSE
                           DISPLAY "WARNING: PENDING TABLE FULL - "
                               "TRANSACTION FOR EMPLOYEE "
                               PC-EMPLOYEE-ID " NOT CHECKED"
                           ADD 1 TO WS-CT-PEND-DROPPED
                           MOVE 4 TO WS-NEW-SEVERITY
                           PERFORM 9800-RAISE-SEVERITY
                       END-IF
                   END-IF
           END-READ.

      * Losing the reject history costs the monthly scorecard, not
      * the night: the run carries on with a warning.
       1250-OPEN-REJECT-HISTORY.
           OPEN EXTEND REJECT-HIST-FILE
           IF WS-REJHIST-STATUS = "00" OR WS-REJHIST-STATUS = "05"
               SET WS-REJHIST-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN REJECT-HIST-FILE, "
                   "STATUS=" WS-REJHIST-STATUS
                   " - REJECTS NOT RECORDED IN HISTORY"
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9800-RAISE-SEVERITY
           END-IF.

       2000-PROCESS-RECORDS.
           READ STOCK-FILE-IN
               AT END
      * taken at release time, over verified blocks only.
                   PERFORM 2100-VALIDATE-RECORD
                   IF WS-VALID-RECORD
                       PERFORM 2200-CHECK-ID-XREF
                   END-IF
                   MOVE 'N' TO WS-RECORD-HELD-SWITCH
                   IF WS-VALID-RECORD AND WS-HOLD-CHECK-ACTIVE
                       PERFORM 2250-CHECK-TRANSITION
                   END-IF
                   IF WS-VALID-RECORD
                       IF WS-RECORD-HELD
                           PERFORM 2550-STAGE-MASTER-IMAGE
                       ELSE
                           PERFORM 2500-WRITE-OUTPUT-RECORD
                       END-IF
                   ELSE
                       PERFORM 2700-WRITE-REJECT-RECORD
                   END-IF
               MOVE ZERO TO BLK-CT-REJECTED(WS-BLOCK-NO)
               MOVE ZERO TO BLK-CT-STAGED(WS-BLOCK-NO)
               MOVE ZERO TO BLK-CT-RELEASED(WS-BLOCK-NO)
               MOVE ZERO TO BLK-CT-HELD(WS-BLOCK-NO)
               MOVE ZERO TO BLK-YEARS-HASH(WS-BLOCK-NO)
               MOVE ZERO TO BLK-YEARS-RELEASED(WS-BLOCK-NO)
               MOVE ZERO TO BLK-TRL-COUNT(WS-BLOCK-NO)
                       SET WS-EXTRACT-FILE-OPEN TO TRUE
                       PERFORM 3600-APPLY-ONE-RECORD
                           UNTIL WS-APPLY-EOF
                       SET WS-MASTER-APPLIED TO TRUE
                       CLOSE EXTRACT-FILE
                       MOVE 'N' TO WS-EXTRACT-FILE-OPEN-SWITCH
                   ELSE
           MOVE EMPLOYEE-OUT-RECORD TO JNL-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

      * HOLD_OUT is rebuilt from the table and tonight's staged
      * dispositions. Only dispositions from verified blocks of a
      * completed release count: a quarantined record went nowhere
      * and will be judged again when it is resent. Per entry:
      *   approved and let through, master applied - retired
      *   superseded by different values             - cleared
      *   denied, and not sent again tonight         - cleared
      *   anything else (awaiting HR, denied but still
      *   arriving, approved but not yet applied)    - carried
      * New holds from verified blocks are appended after the
      * carried ones, one per employee.
       3700-WRITE-HOLD-FILE.
           IF WS-HOLD-WORK-OPEN
               CLOSE HOLD-WORK-FILE
               MOVE 'N' TO WS-HOLD-WORK-OPEN-SWITCH
           END-IF
           IF WS-RELEASE-DONE
               MOVE 'N' TO WS-HOLDWK-EOF-SWITCH
               MOVE ZERO TO WS-HOLDWK-SEQ
               OPEN INPUT HOLD-WORK-FILE
               IF WS-HOLDWK-STATUS = "00"
                   PERFORM 3710-MARK-TONIGHT UNTIL WS-HOLDWK-EOF
                   CLOSE HOLD-WORK-FILE
               END-IF
           END-IF
           OPEN OUTPUT HOLD-OUT-FILE
           IF WS-HOLDOUT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN HOLD-OUT-FILE, "
                   "STATUS=" WS-HOLDOUT-STATUS
               DISPLAY "       HOLDS NOT WRITTEN - DO NOT PROMOTE "
                   "HOLD_OUT FOR THE NEXT RUN"
               MOVE 8 TO WS-NEW-SEVERITY
               PERFORM 9800-RAISE-SEVERITY
           ELSE
               PERFORM 3730-WRITE-TABLE-HOLD
                   VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-RELEASE-DONE
                   MOVE 'N' TO WS-HOLDWK-EOF-SWITCH
                   MOVE ZERO TO WS-HOLDWK-SEQ
                   OPEN INPUT HOLD-WORK-FILE
                   IF WS-HOLDWK-STATUS = "00"
                       PERFORM 3750-WRITE-NEW-HOLD
                           UNTIL WS-HOLDWK-EOF
                       CLOSE HOLD-WORK-FILE
                   END-IF
               END-IF
               CLOSE HOLD-OUT-FILE
           END-IF.

       3710-MARK-TONIGHT.
           READ HOLD-WORK-FILE
               AT END
                   SET WS-HOLDWK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HOLDWK-SEQ
                   IF HW-DISPOSITION = "N"
                      AND HW-BLOCK-NO NUMERIC
                      AND HW-BLOCK-NO > ZERO
                      AND HW-BLOCK-NO <= WS-BLOCK-NO
                       IF BLK-VERIFIED(HW-BLOCK-NO)
                           PERFORM 3720-NOTE-NEW-HOLD
                       END-IF
                   END-IF
                   IF HW-DISPOSITION NOT = "N"
                      AND HW-BLOCK-NO NUMERIC
                      AND HW-BLOCK-NO > ZERO
                      AND HW-BLOCK-NO <= WS-BLOCK-NO
                       IF BLK-VERIFIED(HW-BLOCK-NO)
                           MOVE HW-IMAGE TO WS-HOLD-IMAGE
                           MOVE HI-EMPLOYEE-ID TO WS-HOLD-SEARCH-ID
                           PERFORM 2270-FIND-HOLD-ENTRY
                           IF WS-HOLD-FOUND-IDX > ZERO
                               MOVE HW-DISPOSITION
                                   TO HT-TONIGHT(WS-HOLD-FOUND-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * An employee past the table limit is not tracked, and every
      * new hold staged for them is written as before.
       3720-NOTE-NEW-HOLD.
           MOVE HW-IMAGE TO WS-HOLD-IMAGE
           PERFORM 3725-FIND-NEW-HOLD
           IF WS-NEWHOLD-FOUND-IDX = ZERO
               IF WS-NEWHOLD-COUNT < WS-NEWHOLD-MAX
                   ADD 1 TO WS-NEWHOLD-COUNT
                   MOVE WS-NEWHOLD-COUNT TO WS-NEWHOLD-FOUND-IDX
                   MOVE HI-EMPLOYEE-ID
                       TO NH-EMPLOYEE-ID(WS-NEWHOLD-FOUND-IDX)
               ELSE
                   DISPLAY "WARNING: NEW HOLD TABLE FULL - REPEAT "
                       "HOLDS FOR EMPLOYEE " HI-EMPLOYEE-ID
                       " NOT MERGED"
                   MOVE 4 TO WS-NEW-SEVERITY
                   PERFORM 9800-RAISE-SEVERITY
               END-IF
           END-IF
           IF WS-NEWHOLD-FOUND-IDX > ZERO
               MOVE WS-HOLDWK-SEQ TO NH-LAST-SEQ(WS-NEWHOLD-FOUND-IDX)
           END-IF.

       3725-FIND-NEW-HOLD.
           MOVE ZERO TO WS-NEWHOLD-FOUND-IDX
           PERFORM 3727-MATCH-NEW-HOLD
               VARYING WS-NEWHOLD-IDX FROM 1 BY 1
               UNTIL WS-NEWHOLD-IDX > WS-NEWHOLD-COUNT
                  OR WS-NEWHOLD-FOUND-IDX > ZERO.

       3727-MATCH-NEW-HOLD.
           IF NH-EMPLOYEE-ID(WS-NEWHOLD-IDX) = HI-EMPLOYEE-ID
               MOVE WS-NEWHOLD-IDX TO WS-NEWHOLD-FOUND-IDX
           END-IF.

       3730-WRITE-TABLE-HOLD.
           EVALUATE TRUE
               WHEN HT-TONIGHT(WS-HOLD-IDX) = "A"
                AND WS-MASTER-APPLIED
                   ADD 1 TO WS-CT-HOLD-APPROVED
               WHEN HT-TONIGHT(WS-HOLD-IDX) = "S"
                   ADD 1 TO WS-CT-HOLD-CLEARED
               WHEN HT-TONIGHT(WS-HOLD-IDX) = SPACE
                AND HT-DENIED(WS-HOLD-IDX)
                   ADD 1 TO WS-CT-HOLD-CLEARED
               WHEN OTHER
                   WRITE HOLD-OUT-RECORD FROM HT-IMAGE(WS-HOLD-IDX)
                   ADD 1 TO WS-CT-HOLD-OPEN
           END-EVALUATE.

       3750-WRITE-NEW-HOLD.
           READ HOLD-WORK-FILE
               AT END
                   SET WS-HOLDWK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HOLDWK-SEQ
                   IF HW-DISPOSITION = "N"
                      AND HW-BLOCK-NO NUMERIC
                      AND HW-BLOCK-NO > ZERO
                      AND HW-BLOCK-NO <= WS-BLOCK-NO
                       IF BLK-VERIFIED(HW-BLOCK-NO)
                           MOVE HW-IMAGE TO WS-HOLD-IMAGE
                           PERFORM 3725-FIND-NEW-HOLD
                           IF WS-NEWHOLD-FOUND-IDX > ZERO
                              AND NH-LAST-SEQ(WS-NEWHOLD-FOUND-IDX)
                                  NOT = WS-HOLDWK-SEQ
                               ADD 1 TO WS-CT-HOLD-REPEAT
                           ELSE
                               WRITE HOLD-OUT-RECORD FROM HW-IMAGE
                               ADD 1 TO WS-CT-HOLD-OPEN
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * A milestone is reached when the completed years of service
      * derived from the hire date hit 5/10/15/20/25 and the hiring
      * anniversary falls in the month of the run, so nobody is
      * tagged with their block number; nothing reaches EMP_CURR or
      * the master until the block's controls verify. The image is
      * built in working storage so the master's record area is
      * never referenced while that file is closed. A department
      * code a reorg has moved away is staged under the code its
      * employees went to, so the extract cannot move them back.
       2500-WRITE-OUTPUT-RECORD.
           MOVE WS-STAGE-ID TO WSO-EMPLOYEE-ID
           PERFORM 2220-TRANSLATE-DEPT-CODE
           MOVE WS-STAGE-DEPT-CODE TO WSO-DEPT-CODE
           MOVE WS-STAGE-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
           PERFORM 8300-GET-DEPT-NAME
           MOVE WS-DEPT-NAME TO WSO-DEPT-NAME
           MOVE LAST-NAME TO WSO-LAST-NAME
           WRITE CURR-WORK-RECORD
           ADD 1 TO BLK-CT-STAGED(WS-BLOCK-NO).

      * A held record stages the employee's current master image in
      * its place, so EMP_CURR still carries them unchanged and the
      * delta compare sends payroll nothing. Service is re-derived
      * to tonight, as any staged record's is.
       2550-STAGE-MASTER-IMAGE.
           MOVE OUT-EMPLOYEE-ID TO WSO-EMPLOYEE-ID
           MOVE OUT-DEPT-CODE TO WSO-DEPT-CODE
           MOVE OUT-DEPT-NAME TO WSO-DEPT-NAME
           MOVE OUT-LAST-NAME TO WSO-LAST-NAME
           MOVE OUT-FIRST-NAME TO WSO-FIRST-NAME
           MOVE OUT-HIRE-DATE TO WS-HIRE-DATE-WORK
           PERFORM 2160-COMPUTE-SERVICE
           MOVE WS-DERIVED-YEARS TO WSO-YEARS-SERVICE
           MOVE OUT-HIRE-DATE TO WSO-HIRE-DATE
           MOVE OUT-EMP-STATUS TO WSO-EMP-STATUS
           MOVE WS-BLOCK-NO TO CW-BLOCK-NO
           MOVE WS-OUT-RECORD TO CW-IMAGE
           WRITE CURR-WORK-RECORD
           ADD 1 TO BLK-CT-STAGED(WS-BLOCK-NO).

      * Valid record, but the employee is terminated or on leave:
      * kept off the payroll extract and the roster, and listed on
      * the status-exceptions page instead.
           IF WS-CKPT-STATUS = "00"
               MOVE WS-LAST-CKPT-ID TO CKPT-LAST-EMPLOYEE-ID
               MOVE WS-RUN-FILE-ID TO CKPT-FILE-ID
               MOVE WS-REJECT-RUN-TIME TO CKPT-REJECT-RUN-TIME
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           ELSE
           IF WS-CKPT-STATUS = "00"
               MOVE ZERO TO CKPT-LAST-EMPLOYEE-ID
               MOVE WS-RUN-FILE-ID TO CKPT-FILE-ID
               MOVE ZERO TO CKPT-REJECT-RUN-TIME
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           ELSE
               END-IF
           END-IF.

      * A source system that has not caught up with a re-key keeps
      * sending the old ID; it is staged under the person's current
      * ID so the master is not given a second copy of them. A
      * merged duplicate ID is rejected instead - its data belongs
      * to a record that should no longer exist upstream.
       2200-CHECK-ID-XREF.
           MOVE EMPLOYEE-ID TO WS-STAGE-ID
           IF WS-XREF-OPEN
               MOVE ZERO TO WS-XREF-HOPS
               MOVE 'N' TO WS-XREF-DONE-SWITCH
               PERFORM 2210-FOLLOW-ID-XREF UNTIL WS-XREF-DONE
               IF WS-VALID-RECORD
                  AND WS-STAGE-ID NOT = EMPLOYEE-ID
                   ADD 1 TO WS-CT-ID-TRANSLATED
               END-IF
           END-IF.

       2210-FOLLOW-ID-XREF.
           MOVE WS-STAGE-ID TO XR-OLD-ID
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
                           ADD 1 TO WS-CT-ID-RETIRED
                           SET WS-XREF-DONE TO TRUE
                       WHEN OTHER
                           MOVE XR-NEW-ID TO WS-STAGE-ID
                           ADD 1 TO WS-XREF-HOPS
                   END-EVALUATE
           END-READ.

      * A department code is followed only while it is off the
      * department master, so the walk stops at the first code in
      * use. A damaged chain leaves the code as it stands and the
      * record goes through as an unknown department.
       2220-TRANSLATE-DEPT-CODE.
           MOVE DEPT-CODE TO WS-STAGE-DEPT-CODE
           IF WS-DXREF-OPEN AND WS-DEPT-MASTER-OPEN
               MOVE ZERO TO WS-DXREF-HOPS
               MOVE 'N' TO WS-DXREF-DONE-SWITCH
               PERFORM 2230-FOLLOW-DEPT-XREF UNTIL WS-DXREF-DONE
               IF WS-STAGE-DEPT-CODE NOT = DEPT-CODE
                   ADD 1 TO WS-CT-DEPT-TRANSLATED
               END-IF
           END-IF.

       2230-FOLLOW-DEPT-XREF.
           MOVE WS-STAGE-DEPT-CODE TO DM-DEPT-CODE
           READ DEPARTMENT-MASTER
               INVALID KEY
                   MOVE WS-STAGE-DEPT-CODE TO DX-OLD-CODE
                   READ DEPT-XREF-FILE
                       INVALID KEY
                           SET WS-DXREF-DONE TO TRUE
                       NOT INVALID KEY
                           IF WS-DXREF-HOPS >= WS-XREF-HOP-LIMIT
                               SET WS-DXREF-DONE TO TRUE
                           ELSE
                               MOVE DX-NEW-CODE TO WS-STAGE-DEPT-CODE
                               ADD 1 TO WS-DXREF-HOPS
                           END-IF
                   END-READ
               NOT INVALID KEY
                   SET WS-DXREF-DONE TO TRUE
           END-READ.

      * The master still holds last night's image while the file is
      * read (the apply runs at end of run), so each record is
      * compared with the employee as payroll knows them. A new
      * employee has nothing to compare with and is never held.
       2250-CHECK-TRANSITION.
           MOVE WS-STAGE-ID TO OUT-EMPLOYEE-ID
           READ EMPLOYEE-FILE-OUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2255-CLASSIFY-TRANSITION
                   MOVE WS-STAGE-ID TO WS-HOLD-SEARCH-ID
                   PERFORM 2270-FIND-HOLD-ENTRY
                   PERFORM 2260-DISPOSE-HOLD
           END-READ.

       2255-CLASSIFY-TRANSITION.
           MOVE SPACES TO WS-HOLD-REASON
           EVALUATE TRUE
               WHEN OUT-EMP-STATUS = "T" AND EMP-ON-LEAVE
                   MOVE "H03-TERMINATED TO ON LEAVE"
                       TO WS-HOLD-REASON
               WHEN OUT-EMP-STATUS = "T" AND EMP-ACTIVE
                AND HIRE-DATE = OUT-HIRE-DATE
                   MOVE "H01-REHIRED WITH SAME HIRE DATE"
                       TO WS-HOLD-REASON
               WHEN OUT-EMP-STATUS = "T" AND EMP-ACTIVE
                   CONTINUE
               WHEN HIRE-DATE NOT = OUT-HIRE-DATE
                   MOVE "H02-HIRE DATE CHANGED"
                       TO WS-HOLD-REASON
           END-EVALUATE
           IF WS-HOLD-REASON NOT = SPACES AND WS-PEND-COUNT > ZERO
               PERFORM 2256-CHECK-PENDING-OWNED
           END-IF.

      * The master value behind the transition was put there by an
      * applied pending transaction, and the source is simply still
      * sending the value it replaced. That is not for HR: the record
      * goes through, and the pending step re-applies its change
      * after the apply until the source confirms it. Clearing a
      * status reason still leaves a changed hire date to be judged
      * on its own.
       2256-CHECK-PENDING-OWNED.
           IF WS-HOLD-REASON-CODE NOT = "H02"
               MOVE "S" TO WS-PEND-SEARCH-TYPE
               PERFORM 2257-FIND-PENDING-ENTRY
               IF WS-PEND-FOUND
                   MOVE SPACES TO WS-HOLD-REASON
                   IF HIRE-DATE NOT = OUT-HIRE-DATE
                       MOVE "H02-HIRE DATE CHANGED"
                           TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-HOLD-REASON-CODE = "H02"
               MOVE "C" TO WS-PEND-SEARCH-TYPE
               PERFORM 2257-FIND-PENDING-ENTRY
               IF WS-PEND-FOUND
                   MOVE SPACES TO WS-HOLD-REASON
               END-IF
           END-IF
           IF WS-HOLD-REASON = SPACES
               ADD 1 TO WS-CT-PEND-OWNED
           END-IF.

       2257-FIND-PENDING-ENTRY.
           MOVE 'N' TO WS-PEND-FOUND-SWITCH
           PERFORM 2258-MATCH-PENDING-ENTRY
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
                  OR WS-PEND-FOUND.

       2258-MATCH-PENDING-ENTRY.
           IF PT-EMPLOYEE-ID(WS-PEND-IDX) = WS-STAGE-ID
              AND PT-TXN-TYPE(WS-PEND-IDX) = WS-PEND-SEARCH-TYPE
               EVALUATE TRUE
                   WHEN WS-PEND-SEARCH-TYPE = "S"
                    AND PT-NEW-STATUS(WS-PEND-IDX) = OUT-EMP-STATUS
                       SET WS-PEND-FOUND TO TRUE
                   WHEN WS-PEND-SEARCH-TYPE = "C"
                    AND PT-NEW-HIRE-DATE(WS-PEND-IDX) = OUT-HIRE-DATE
                       SET WS-PEND-FOUND TO TRUE
               END-EVALUATE
           END-IF.

      * An open hold only governs the record while the source keeps
      * sending the same change. HR's decision is then applied: an
      * approval lets the record through to the normal apply and
      * journal, a denial drops it again, and with no decision yet
      * it stays held. Anything else the source now sends - the
      * error corrected, or a different change - supersedes the
      * hold, and the record is judged afresh.
       2260-DISPOSE-HOLD.
           IF WS-HOLD-FOUND-IDX > ZERO
               MOVE HT-IMAGE(WS-HOLD-FOUND-IDX) TO WS-HOLD-IMAGE
               IF HI-REASON-CODE = WS-HOLD-REASON-CODE
                  AND HI-NEW-STATUS = EMP-STATUS
                  AND HI-NEW-HIRE-DATE = HIRE-DATE
                   EVALUATE TRUE
                       WHEN HT-APPROVED(WS-HOLD-FOUND-IDX)
                           MOVE "A" TO WS-HOLD-DISPOSITION
                       WHEN HT-DENIED(WS-HOLD-FOUND-IDX)
                           MOVE "D" TO WS-HOLD-DISPOSITION
                           SET WS-RECORD-HELD TO TRUE
                           ADD 1 TO WS-CT-HOLD-DENIED
                       WHEN OTHER
                           MOVE "C" TO WS-HOLD-DISPOSITION
                           SET WS-RECORD-HELD TO TRUE
                           ADD 1 TO WS-CT-HELD
                           ADD 1 TO BLK-CT-HELD(WS-BLOCK-NO)
                   END-EVALUATE
                   PERFORM 2280-WRITE-HOLD-WORK
               ELSE
                   MOVE "S" TO WS-HOLD-DISPOSITION
                   PERFORM 2280-WRITE-HOLD-WORK
                   MOVE ZERO TO WS-HOLD-FOUND-IDX
               END-IF
           END-IF
           IF WS-HOLD-FOUND-IDX = ZERO
              AND WS-HOLD-REASON NOT = SPACES
               MOVE WS-STAGE-ID TO HI-EMPLOYEE-ID
               MOVE WS-HOLD-REASON TO HI-REASON
               MOVE WS-RUN-DATE TO HI-HOLD-DATE
               MOVE WS-HDR-SOURCE-SYSTEM TO HI-SOURCE-SYSTEM
               MOVE LAST-NAME TO HI-LAST-NAME
               MOVE FIRST-NAME TO HI-FIRST-NAME
               MOVE OUT-EMP-STATUS TO HI-OLD-STATUS
               MOVE EMP-STATUS TO HI-NEW-STATUS
               MOVE OUT-HIRE-DATE TO HI-OLD-HIRE-DATE
               MOVE HIRE-DATE TO HI-NEW-HIRE-DATE
               MOVE SPACE TO HI-DECISION
               MOVE SPACES TO HI-DECIDED-BY
               MOVE "N" TO WS-HOLD-DISPOSITION
               PERFORM 2280-WRITE-HOLD-WORK
               SET WS-RECORD-HELD TO TRUE
               ADD 1 TO WS-CT-HELD
               ADD 1 TO WS-CT-HOLD-NEW
               ADD 1 TO BLK-CT-HELD(WS-BLOCK-NO)
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM 9800-RAISE-SEVERITY
           END-IF.

       2270-FIND-HOLD-ENTRY.
           MOVE ZERO TO WS-HOLD-FOUND-IDX
           PERFORM 2275-MATCH-HOLD-ENTRY
               VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                  OR WS-HOLD-FOUND-IDX > ZERO.

       2275-MATCH-HOLD-ENTRY.
           IF HT-EMPLOYEE-ID(WS-HOLD-IDX) = WS-HOLD-SEARCH-ID
               MOVE WS-HOLD-IDX TO WS-HOLD-FOUND-IDX
           END-IF.

       2280-WRITE-HOLD-WORK.
           MOVE WS-BLOCK-NO TO HW-BLOCK-NO
           MOVE WS-HOLD-DISPOSITION TO HW-DISPOSITION
           MOVE WS-HOLD-IMAGE TO HW-IMAGE
           WRITE HOLD-WORK-RECORD.

       2150-DERIVE-SERVICE.
           MOVE HIRE-DATE TO WS-HIRE-DATE-WORK
           PERFORM 2160-COMPUTE-SERVICE.
               MOVE WS-HDR-SOURCE-SYSTEM TO REJECT-SOURCE-SYSTEM
               WRITE REJECT-RECORD
           END-IF
           IF WS-REJHIST-OPEN
               PERFORM 2710-WRITE-REJECT-HISTORY
           END-IF
           ADD 1 TO WS-CT-REJECTED
           ADD 1 TO BLK-CT-REJECTED(WS-BLOCK-NO)
           MOVE 4 TO WS-NEW-SEVERITY
           PERFORM 9800-RAISE-SEVERITY
           PERFORM 2750-CHECK-REJECT-THRESHOLD.

      * Dated the way RUN_HIST dates the records read, so the
      * scorecard's reject rates compare like with like: a catch-up
      * block's rejects carry that block's business date.
       2710-WRITE-REJECT-HISTORY.
           IF WS-CATCHUP-MODE
               MOVE BLK-EXTRACT-DATE(WS-BLOCK-NO) TO RJH-EVENT-DATE
           ELSE
               MOVE WS-RUN-DATE TO RJH-EVENT-DATE
           END-IF
           MOVE WS-HDR-SOURCE-SYSTEM TO RJH-SOURCE-SYSTEM
           MOVE WS-REJECT-REASON(1:3) TO RJH-REASON-CODE
           MOVE EMPLOYEE-RECORD(1:6) TO RJH-EMPLOYEE-ID
           SET RJH-REJECTED TO TRUE
           MOVE RJH-EVENT-DATE TO RJH-FIRST-DATE
           MOVE ZERO TO RJH-CYCLE-COUNT
           MOVE WS-REJECT-RUN-TIME TO RJH-RUN-TIME
           WRITE REJECT-HIST-RECORD.

      * A validate-only preview keeps reading after a breach - the
      * whole point of previewing a suspect extract is the full
      * validation picture, and with no master and no checkpoint
       8650-APPEND-BLOCK-HISTORY.
           MOVE BLK-EXTRACT-DATE(WS-BLK-IDX) TO RH-RUN-DATE
           MOVE WS-RUN-TIME TO RH-RUN-TIME
           MOVE WS-REJECT-RUN-TIME TO RH-REJECT-RUN-TIME
           MOVE WS-RUN-FILE-ID TO RH-FILE-ID
           MOVE BLK-CT-READ(WS-BLK-IDX) TO RH-CT-READ
           MOVE BLK-CT-RELEASED(WS-BLK-IDX) TO RH-CT-WRITTEN
           MOVE BLK-CT-REJECTED(WS-BLK-IDX) TO RH-CT-REJECTED
           MOVE ZERO TO RH-CT-SKIPPED
           MOVE BLK-YEARS-RELEASED(WS-BLK-IDX) TO RH-YEARS-TOTAL
           MOVE BLK-CT-HELD(WS-BLK-IDX) TO RH-CT-HELD
           INITIALIZE RH-SOURCE-TABLE
           MOVE 1 TO RH-SOURCE-COUNT
           MOVE BLK-SOURCE-SYSTEM(WS-BLK-IDX) TO RH-SRC-SYSTEM(1)
           MOVE BLK-CT-READ(WS-BLK-IDX) TO RH-SRC-CT-READ(1)
           MOVE BLK-CT-REJECTED(WS-BLK-IDX) TO RH-SRC-CT-REJECTED(1)
           EVALUATE TRUE
               WHEN WS-VALIDATE-ONLY
                   MOVE "VALIDATE" TO RH-DISPOSITION
       8670-APPEND-RUN-RECORD.
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME TO RH-RUN-TIME
           MOVE WS-REJECT-RUN-TIME TO RH-REJECT-RUN-TIME
           MOVE WS-RUN-FILE-ID TO RH-FILE-ID
           MOVE WS-CT-READ TO RH-CT-READ
           MOVE WS-CT-WRITTEN TO RH-CT-WRITTEN
           MOVE WS-CT-REJECTED TO RH-CT-REJECTED
           MOVE WS-CT-SKIPPED TO RH-CT-SKIPPED
           MOVE WS-CT-YEARS-TOTAL TO RH-YEARS-TOTAL
           MOVE WS-CT-HELD TO RH-CT-HELD
           INITIALIZE RH-SOURCE-TABLE
           MOVE ZERO TO RH-SOURCE-COUNT
           PERFORM 8680-ADD-BLOCK-TO-SOURCES
               VARYING WS-BLK-IDX FROM 1 BY 1
               UNTIL WS-BLK-IDX > WS-BLOCK-NO
           EVALUATE TRUE
               WHEN WS-VALIDATE-ONLY
                   MOVE "VALIDATE" TO RH-DISPOSITION
           END-EVALUATE
           WRITE HISTORY-RECORD.

      * Blocks from the same source (a feed sent twice, say) add
      * into one entry, in the order the sources first arrived.
       8680-ADD-BLOCK-TO-SOURCES.
           MOVE ZERO TO WS-SRC-FOUND-IDX
           PERFORM 8690-MATCH-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > RH-SOURCE-COUNT
                  OR WS-SRC-FOUND-IDX > ZERO
           IF WS-SRC-FOUND-IDX = ZERO
               IF RH-SOURCE-COUNT < WS-SRC-MAX - 1
                   ADD 1 TO RH-SOURCE-COUNT
                   MOVE RH-SOURCE-COUNT TO WS-SRC-FOUND-IDX
                   MOVE BLK-SOURCE-SYSTEM(WS-BLK-IDX)
                       TO RH-SRC-SYSTEM(WS-SRC-FOUND-IDX)
               ELSE
                   MOVE WS-SRC-MAX TO WS-SRC-FOUND-IDX
                   MOVE WS-SRC-MAX TO RH-SOURCE-COUNT
                   MOVE "*OTHER*" TO RH-SRC-SYSTEM(WS-SRC-FOUND-IDX)
               END-IF
           END-IF
           ADD BLK-CT-READ(WS-BLK-IDX)
               TO RH-SRC-CT-READ(WS-SRC-FOUND-IDX)
           ADD BLK-CT-REJECTED(WS-BLK-IDX)
               TO RH-SRC-CT-REJECTED(WS-SRC-FOUND-IDX).

       8690-MATCH-SOURCE.
           IF RH-SRC-SYSTEM(WS-SRC-IDX)
               = BLK-SOURCE-SYSTEM(WS-BLK-IDX)
               MOVE WS-SRC-IDX TO WS-SRC-FOUND-IDX
           END-IF.

       9800-RAISE-SEVERITY.
           IF WS-NEW-SEVERITY > WS-RETURN-CODE
               MOVE WS-NEW-SEVERITY TO WS-RETURN-CODE
           IF WS-DEPT-MASTER-OPEN
               CLOSE DEPARTMENT-MASTER
           END-IF
           IF WS-XREF-OPEN
               CLOSE ID-XREF-FILE
           END-IF
           IF WS-DXREF-OPEN
               CLOSE DEPT-XREF-FILE
           END-IF
           IF WS-REJHIST-OPEN
               CLOSE REJECT-HIST-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE.

       9000-PRINT-CONTROL-TOTALS.
               MOVE "RECORDS REJECTED:" TO CTL-DET-LABEL
               MOVE WS-CT-REJECTED TO CTL-DET-VALUE
               PERFORM 9200-WRITE-TOTALS-DETAIL
               MOVE "RECORDS HELD FOR HR:" TO CTL-DET-LABEL
               MOVE WS-CT-HELD TO CTL-DET-VALUE
               PERFORM 9200-WRITE-TOTALS-DETAIL
               MOVE "NEW HOLDS:" TO CTL-DET-LABEL
               MOVE WS-CT-HOLD-NEW TO CTL-DET-VALUE
               PERFORM 9200-WRITE-TOTALS-DETAIL
               MOVE "REPEAT HOLDS MERGED:" TO CTL-DET-LABEL
               MOVE WS-CT-HOLD-REPEAT TO CTL-DET-VALUE
               PERFORM 9200-WRITE-TOTALS-DETAIL
               MOVE "HOLDS APPROVED:" TO CTL-DET-LABEL
               MOVE WS-CT-HOLD-APPROVED TO CTL-DET-VALUE
               PERFORM 9200-WRITE-TOTALS-DETAIL
               MOVE "HOLDS DENIED:" TO CTL-DET-LABEL
               MOVE WS-CT-HOLD-DENIED TO CTL-DET-VALUE
               PERFORM 9200-WRITE-TOTALS-DETAIL
               MOVE "HOLDS CLEARED:" TO CTL-DET-LABEL
               MOVE WS-CT-HOLD-CLEARED TO CTL-DET-VALUE
               PERFORM 9200-WRITE-TOTALS-DETAIL
               MOVE "HOLDS OPEN ON HOLD_OUT:" TO CTL-DET-LABEL
               MOVE WS-CT-HOLD-OPEN TO CTL-DET-VALUE
               PERFORM 9200-WRITE-TOTALS-DETAIL
               MOVE "HR DECISIONS UNMATCHED:" TO CTL-DET-LABEL
               MOVE WS-CT-DEC-UNMATCHED TO CTL-DET-VALUE
               PERFORM 9200-WRITE-TOTALS-DETAIL
               MOVE "PENDING-OWNED NOT HELD:" TO CTL-DET-LABEL
               MOVE WS-CT-PEND-OWNED TO CTL-DET-VALUE
               PERFORM 9200-WRITE-TOTALS-DETAIL
               MOVE "IDS TRANSLATED:" TO CTL-DET-LABEL
               MOVE WS-CT-ID-TRANSLATED TO CTL-DET-VALUE
               PERFORM 9200-WRITE-TOTALS-DETAIL
               MOVE "RETIRED IDS REJECTED:" TO CTL-DET-LABEL
               MOVE WS-CT-ID-RETIRED TO CTL-DET-VALUE
               PERFORM 9200-WRITE-TOTALS-DETAIL
               MOVE "DEPT CODES TRANSLATED:" TO CTL-DET-LABEL
               MOVE WS-CT-DEPT-TRANSLATED TO CTL-DET-VALUE
               PERFORM 9200-WRITE-TOTALS-DETAIL
               MOVE "RECORDS EXCLUDED:" TO CTL-DET-LABEL
               MOVE WS-CT-EXCLUDED TO CTL-DET-VALUE
               PERFORM 9200-WRITE-TOTALS-DETAIL
           MOVE BLK-CT-READ(WS-BLK-IDX) TO CTB-READ
           MOVE BLK-CT-REJECTED(WS-BLK-IDX) TO CTB-REJECTED
           MOVE BLK-CT-RELEASED(WS-BLK-IDX) TO CTB-RELEASED
           MOVE BLK-CT-HELD(WS-BLK-IDX) TO CTB-HELD
           MOVE BLK-VERDICT(WS-BLK-IDX) TO CTB-VERDICT
           MOVE BLK-FAIL-REASON(WS-BLK-IDX) TO CTB-REASON
           MOVE CTL-BLOCK-LINE TO WS-PRINT-LINE
               MOVE "UNKNOWN DEPARTMENT" TO WS-DEPT-NAME
           END-IF.

      * One step record per run on the shared job log, so JOB-CHECK
      * can sign off the night without anyone opening this step's
      * report. Counts logged for this step:
      *   IN  data records read
      *   OUT records released to EMP_CURR
      *   REJECTED records written to REJECT_OUT
      *   AUX-1 RECYCLE block records accepted (read less
      *         rejected), balanced against CLEAN_OUT
      *   AUX-2 records skipped on a checkpoint restart
      * A validate-only run logs under its own step name so it is
      * never taken for the night's real edit.
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
               IF WS-VALIDATE-ONLY
                   MOVE "EDIT-VALONLY" TO JL-STEP-NAME
               ELSE
                   MOVE "NIGHTLY-EDIT" TO JL-STEP-NAME
               END-IF
               MOVE WS-JL-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JL-RUN-TIME TO JL-RUN-TIME
               MOVE RETURN-CODE TO JL-RETURN-CODE
               MOVE WS-CT-READ TO JL-CT-IN
               MOVE WS-CT-WRITTEN TO JL-CT-OUT
               MOVE WS-CT-REJECTED TO JL-CT-REJECTED
               MOVE ZERO TO JL-CT-AUX-1
               PERFORM 9960-ADD-RECYCLE-ACCEPTED
                   VARYING WS-BLK-IDX FROM 1 BY 1
                   UNTIL WS-BLK-IDX > WS-BLOCK-NO
               MOVE WS-CT-SKIPPED TO JL-CT-AUX-2
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN JOB-LOG-FILE, "
                   "STATUS=" WS-JOBLOG-STATUS
                   " - STEP NOT LOGGED"
           END-IF.

       9960-ADD-RECYCLE-ACCEPTED.
           IF BLK-SOURCE-SYSTEM(WS-BLK-IDX) = "RECYCLE "
               COMPUTE JL-CT-AUX-1 = JL-CT-AUX-1
                   + BLK-CT-READ(WS-BLK-IDX)
                   - BLK-CT-REJECTED(WS-BLK-IDX)
           END-IF.

       END PROGRAM YOUR-PROGRAM-NAME.
