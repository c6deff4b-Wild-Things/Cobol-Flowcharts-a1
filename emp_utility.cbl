      ******************************************************************
      * Author: Mike Sharpe
      * Student ID: 040774804
      * Course and Section: CST8283 013
      * Date:
      * Purpose: Unload, reload and integrity verification of the
      *          EMP_OUT employee master, selected by UTIL_PARMS.
      *          Unload (U) copies the master in key order to a flat
      *          file closed by a control trailer carrying the record
      *          count and hash totals of OUT-YEARS-SERVICE and
      *          OUT-EMPLOYEE-ID; ops take one before every risky
      *          job. Reload (R) rebuilds the indexed master from an
      *          unload - to reorganize it, recover it, or convert it
      *          when the record layout grows - and refuses to start,
      *          or to finish, unless the counts and hashes agree
      *          with the trailer. Short records from an unload cut
      *          under an earlier, shorter layout are carried over
      *          with the new fields blank. Verify (V), the default
      *          and the weekly run, reads the live master and lists
      *          every integrity problem on UTIL_RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-UTILITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * EMP_OUT, EMP_UNLOAD, EMP_RELOAD, DEPT_MASTER, UTIL_PARMS and
      * UTIL_RPT are DD-style names resolved through environment
      * variables, the same convention as the nightly extract job.
      * Ops point EMP_UNLOAD at a dated dataset for each unload and
      * EMP_RELOAD at the unload to be reloaded.
           SELECT EMPLOYEE-MASTER
           ASSIGN TO "EMP_OUT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OUT-EMPLOYEE-ID
           FILE STATUS IS WS-EMPOUT-STATUS.

           SELECT UNLOAD-FILE
           ASSIGN TO "EMP_UNLOAD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNLOAD-STATUS.

           SELECT RELOAD-FILE
           ASSIGN TO "EMP_RELOAD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELOAD-STATUS.

           SELECT DEPARTMENT-MASTER
           ASSIGN TO "DEPT_MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DM-DEPT-CODE
           FILE STATUS IS WS-DEPT-STATUS.

      * Optional one-record run control: the mode, and for a reload
      * from a flat copy that has no trailer (one cut by hand under
      * an old layout) the record count it must reproduce. A
      * missing or unusable file means verify, which changes
      * nothing.
           SELECT PARM-FILE
           ASSIGN TO "UTIL_PARMS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO "UTIL_RPT"
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

      * Data records in master layout, then one trailer, laid out in
      * WS-UNLOAD-TRAILER. A data record starts with a numeric
      * OUT-EMPLOYEE-ID, never TRL.
       FD  UNLOAD-FILE.
       01 UNLOAD-RECORD PIC X(89).

      * An 81-byte record from the layout before the last change
      * date was added reads with the last 8 bytes as spaces.
       FD  RELOAD-FILE.
       01 RELOAD-RECORD.
           05 RL-IMAGE.
               10 RL-EMPLOYEE-ID PIC X(6).
               10 FILLER PIC X(75).
               10 RL-LAST-CHANGE-DATE PIC X(8).
       01 RELOAD-TRAILER.
           05 RT-RECORD-TYPE PIC X(3).
               88 RT-TRAILER-REC VALUE "TRL".
           05 RT-RECORD-COUNT PIC 9(7).
           05 RT-YEARS-HASH PIC 9(8)V9.
           05 RT-ID-HASH PIC 9(12).
           05 RT-UNLOAD-DATE PIC 9(8).
           05 FILLER PIC X(50).

       FD  DEPARTMENT-MASTER.
       01 DEPARTMENT-RECORD.
           05 DM-DEPT-CODE PIC 9(3).
           05 DM-DEPT-NAME PIC X(20).

       FD  PARM-FILE.
       01 PARM-RECORD.
           05 PRM-MODE PIC X.
           05 PRM-EXPECTED-COUNT PIC 9(7).

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

       01 WS-EMPOUT-STATUS PIC XX.
       01 WS-UNLOAD-STATUS PIC XX.
       01 WS-RELOAD-STATUS PIC XX.
       01 WS-DEPT-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.

       01 WS-ABORT-SWITCH PIC X VALUE 'N'.
           88 WS-ABORT-RUN VALUE 'Y'.

      * Reload only: comes on when the input fails its proof (the
      * master has not been touched) or the rebuild does not
      * reproduce the proven count (the master is incomplete).
       01 WS-REFUSED-SWITCH PIC X VALUE 'N'.
           88 WS-RELOAD-REFUSED VALUE 'Y'.

       01 WS-MASTER-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-MASTER-OPEN VALUE 'Y'.

       01 WS-UNLOAD-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-UNLOAD-OPEN VALUE 'Y'.

       01 WS-RELOAD-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-RELOAD-OPEN VALUE 'Y'.

       01 WS-DEPT-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-DEPT-OPEN VALUE 'Y'.

       01 WS-RPT-OPEN-SWITCH PIC X VALUE 'N'.
           88 WS-RPT-OPEN VALUE 'Y'.

       01 WS-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y'.

       01 WS-RELOAD-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-RELOAD-EOF VALUE 'Y'.

       01 WS-TRAILER-SWITCH PIC X VALUE 'N'.
           88 WS-TRAILER-FOUND VALUE 'Y'.

       01 WS-AFTER-TRAILER-SWITCH PIC X VALUE 'N'.
           88 WS-DATA-AFTER-TRAILER VALUE 'Y'.

       01 WS-RECORD-PROBLEM-SWITCH PIC X VALUE 'N'.
           88 WS-RECORD-HAS-PROBLEM VALUE 'Y'.

       01 WS-RUN-MODE PIC X VALUE "V".
           88 WS-MODE-UNLOAD VALUE "U".
           88 WS-MODE-RELOAD VALUE "R".
           88 WS-MODE-VERIFY VALUE "V".
       01 WS-MODE-NAME PIC X(6) VALUE "VERIFY".

       01 WS-EXPECTED-COUNT PIC 9(7) VALUE ZERO.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.

      * The record being unloaded, proved, reloaded or verified, in
      * master layout, so nothing reads the master's record area
      * while the file is closed (a reload proves its input before
      * the master is opened at all).
       01 WS-IMAGE.
           05 WI-EMPLOYEE-ID PIC 9(6).
           05 WI-EMPLOYEE-ID-X REDEFINES WI-EMPLOYEE-ID PIC X(6).
           05 WI-DEPT-CODE PIC 9(3).
           05 WI-DEPT-CODE-X REDEFINES WI-DEPT-CODE PIC X(3).
           05 WI-DEPT-NAME PIC X(20).
           05 WI-LAST-NAME PIC X(20).
           05 WI-FIRST-NAME PIC X(20).
           05 WI-YEARS-SERVICE PIC 9(2)V9.
           05 WI-YEARS-SERVICE-X REDEFINES WI-YEARS-SERVICE
                                 PIC X(3).
           05 WI-HIRE-DATE PIC 9(8).
           05 WI-HIRE-DATE-X REDEFINES WI-HIRE-DATE PIC X(8).
           05 WI-HIRE-DATE-PARTS REDEFINES WI-HIRE-DATE.
               10 WI-HIRE-YEAR PIC 9(4).
               10 WI-HIRE-MONTH PIC 9(2).
               10 WI-HIRE-DAY PIC 9(2).
           05 WI-EMP-STATUS PIC X.
               88 WI-STATUS-VALID VALUES "A" "L" "T".
           05 WI-LAST-CHANGE-DATE PIC 9(8).
           05 WI-LAST-CHANGE-X REDEFINES WI-LAST-CHANGE-DATE
                               PIC X(8).

      * Control trailer closing every unload. The hashes are plain
      * sums, numeric fields only, wrapping at the PIC width the
      * same way the extract trailers do.
       01 WS-UNLOAD-TRAILER.
           05 UT-RECORD-TYPE PIC X(3) VALUE "TRL".
           05 UT-RECORD-COUNT PIC 9(7) VALUE ZERO.
           05 UT-YEARS-HASH PIC 9(8)V9 VALUE ZERO.
           05 UT-ID-HASH PIC 9(12) VALUE ZERO.
           05 UT-UNLOAD-DATE PIC 9(8) VALUE ZERO.
           05 FILLER PIC X(50) VALUE SPACES.

       01 WS-CT-RECORDS PIC 9(7) VALUE ZERO.
       01 WS-YEARS-HASH PIC 9(8)V9 VALUE ZERO.
       01 WS-ID-HASH PIC 9(12) VALUE ZERO.

       01 WS-TRL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-TRL-YEARS-HASH PIC 9(8)V9 VALUE ZERO.
       01 WS-TRL-ID-HASH PIC 9(12) VALUE ZERO.
       01 WS-TRL-UNLOAD-DATE PIC 9(8) VALUE ZERO.

       01 WS-REFUSE-REASON PIC X(50) VALUE SPACES.

       01 WS-CT-READ PIC 9(7) VALUE ZERO.
       01 WS-CT-WRITTEN PIC 9(7) VALUE ZERO.
       01 WS-CT-LEGACY PIC 9(7) VALUE ZERO.
       01 WS-CT-DUPLICATES PIC 9(7) VALUE ZERO.

      * Verify counts: one per problem found, and the number of
      * records with at least one.
       01 WS-CT-PROBLEMS PIC 9(7) VALUE ZERO.
       01 WS-CT-PROBLEM-RECORDS PIC 9(7) VALUE ZERO.
       01 WS-CT-NOT-NUMERIC PIC 9(7) VALUE ZERO.
       01 WS-CT-BAD-STATUS PIC 9(7) VALUE ZERO.
       01 WS-CT-FUTURE-HIRE PIC 9(7) VALUE ZERO.
       01 WS-CT-YEARS-STEP PIC 9(7) VALUE ZERO.
       01 WS-CT-BLANK-CHANGE PIC 9(7) VALUE ZERO.
       01 WS-CT-DEPT-MISSING PIC 9(7) VALUE ZERO.

      * Service is re-derived from the hire date with the nightly
      * edit's rule - completed months over twelve, rounded to a
      * tenth - as of the last change date, the day the stored
      * figure was derived. A tenth either way is allowed, since a
      * catch-up run derives as of the replayed night but stamps
      * the day it ran. A record with no change stamp predates
      * derived service; it is reported as blank-dated instead.
       01 WS-ASOF-DATE PIC 9(8) VALUE ZERO.
       01 WS-ASOF-PARTS REDEFINES WS-ASOF-DATE.
           05 WS-ASOF-YEAR PIC 9(4).
           05 WS-ASOF-MONTH PIC 9(2).
           05 WS-ASOF-DAY PIC 9(2).

       01 WS-SERVICE-MONTHS PIC S9(5) VALUE ZERO.
       01 WS-DERIVED-YEARS PIC 9(3)V9 VALUE ZERO.
       01 WS-YEARS-DIFF PIC S9(3)V9 VALUE ZERO.
       01 WS-YEARS-TOLERANCE PIC 9V9 VALUE 0.1.

       01 WS-PROBLEM-TEXT PIC X(32) VALUE SPACES.
       01 WS-PROBLEM-VALUE PIC X(24) VALUE SPACES.
       01 WS-YEARS-EDIT PIC Z9.9.
       01 WS-DERIVED-EDIT PIC ZZ9.9.

       01 WS-LINE-COUNT PIC 9(3) VALUE 99.
       01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-PRINT-LINE PIC X(132) VALUE SPACES.

       01 UTIL-HEADING-1.
           05 FILLER PIC X(25) VALUE "EMP_OUT MASTER UTILITY - ".
           05 UH1-MODE PIC X(6).
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 UH1-RUN-DATE PIC 9999/99/99.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 UH1-PAGE PIC ZZ9.
           05 FILLER PIC X(55) VALUE SPACES.

       01 UTIL-HEADING-2.
           05 FILLER PIC X(8) VALUE "EMPL ID ".
           05 FILLER PIC X(22) VALUE "LAST NAME".
           05 FILLER PIC X(34) VALUE "PROBLEM".
           05 FILLER PIC X(24) VALUE "VALUE FOUND".
           05 FILLER PIC X(44) VALUE SPACES.

       01 UTIL-DETAIL-LINE.
           05 UD-EMPLOYEE-ID PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 UD-LAST-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 UD-PROBLEM PIC X(32).
           05 FILLER PIC X(2) VALUE SPACES.
           05 UD-VALUE PIC X(24).
           05 FILLER PIC X(44) VALUE SPACES.

       01 UTIL-TOTAL-LINE.
           05 UTL-LABEL PIC X(32).
           05 UTL-VALUE PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(85) VALUE SPACES.

       01 UTIL-HASH-LINE.
           05 UHL-LABEL PIC X(32).
           05 UHL-VALUE PIC ZZ,ZZZ,ZZ9.9.
           05 FILLER PIC X(88) VALUE SPACES.

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
               EVALUATE TRUE
                   WHEN WS-MODE-UNLOAD
                       PERFORM 2000-UNLOAD-MASTER
                   WHEN WS-MODE-RELOAD
                       PERFORM 3000-RELOAD-MASTER
                   WHEN OTHER
                       PERFORM 4000-VERIFY-MASTER
               END-EVALUATE
           END-IF
           PERFORM 9000-PRINT-CONTROL-TOTALS
           PERFORM 9900-TERMINATE
           PERFORM 9950-WRITE-JOB-LOG
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-LOAD-RUN-PARMS
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS = "00"
               SET WS-RPT-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR: UNABLE TO OPEN REPORT-FILE, "
                   "STATUS=" WS-RPT-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

      * Anything but a clean U or R runs a verify, so a damaged parm
      * file can never rebuild the master by accident.
       1050-LOAD-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       DISPLAY "WARNING: UTIL_PARMS IS EMPTY - "
                           "VERIFY RUN"
                   NOT AT END
                       EVALUATE PRM-MODE
                           WHEN "U"
                           WHEN "R"
                           WHEN "V"
                               MOVE PRM-MODE TO WS-RUN-MODE
                           WHEN OTHER
                               DISPLAY "WARNING: UTIL_PARMS MODE "
                                   PRM-MODE " INVALID - VERIFY RUN"
                       END-EVALUATE
                       IF PRM-EXPECTED-COUNT NUMERIC
                           MOVE PRM-EXPECTED-COUNT
                               TO WS-EXPECTED-COUNT
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-MODE-UNLOAD
                   MOVE "UNLOAD" TO WS-MODE-NAME
               WHEN WS-MODE-RELOAD
                   MOVE "RELOAD" TO WS-MODE-NAME
               WHEN OTHER
                   MOVE "VERIFY" TO WS-MODE-NAME
           END-EVALUATE
           DISPLAY "EMP_OUT UTILITY MODE: " WS-MODE-NAME.

      ******************************************************************
      * Unload: the master in key order, then the trailer. A write
      * failure stops the run without a trailer, so the partial
      * copy can never be reloaded.
      ******************************************************************
       2000-UNLOAD-MASTER.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMPOUT-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-MASTER, "
                   "STATUS=" WS-EMPOUT-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   SET WS-UNLOAD-OPEN TO TRUE
               ELSE
                   DISPLAY "ERROR: UNABLE TO OPEN UNLOAD-FILE, "
                       "STATUS=" WS-UNLOAD-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1100-POSITION-MASTER
               PERFORM 2100-UNLOAD-ONE-RECORD
                   UNTIL WS-MASTER-EOF OR WS-ABORT-RUN
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 2200-WRITE-UNLOAD-TRAILER
           END-IF.

       1100-POSITION-MASTER.
           MOVE ZERO TO OUT-EMPLOYEE-ID
           START EMPLOYEE-MASTER KEY NOT LESS THAN OUT-EMPLOYEE-ID
               INVALID KEY
                   SET WS-MASTER-EOF TO TRUE
           END-START.

       2100-UNLOAD-ONE-RECORD.
           READ EMPLOYEE-MASTER NEXT RECORD INTO WS-IMAGE
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-READ
                   WRITE UNLOAD-RECORD FROM WS-IMAGE
                   IF WS-UNLOAD-STATUS = "00"
                       ADD 1 TO WS-CT-WRITTEN
                       PERFORM 8500-ADD-TO-HASHES
                   ELSE
                       DISPLAY "ERROR: UNLOAD WRITE FAILED, STATUS="
                           WS-UNLOAD-STATUS " - EMPLOYEE "
                           WI-EMPLOYEE-ID-X ", RUN STOPPED"
                       SET WS-ABORT-RUN TO TRUE
                   END-IF
           END-READ.

       2200-WRITE-UNLOAD-TRAILER.
           MOVE WS-CT-RECORDS TO UT-RECORD-COUNT
           MOVE WS-YEARS-HASH TO UT-YEARS-HASH
           MOVE WS-ID-HASH TO UT-ID-HASH
           MOVE WS-RUN-DATE TO UT-UNLOAD-DATE
           WRITE UNLOAD-RECORD FROM WS-UNLOAD-TRAILER
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "ERROR: UNLOAD TRAILER WRITE FAILED, STATUS="
                   WS-UNLOAD-STATUS " - UNLOAD NOT USABLE"
               SET WS-ABORT-RUN TO TRUE
           END-IF.

      ******************************************************************
      * Reload: the whole input is read once to prove it against its
      * trailer before the master is opened, so a truncated or
      * mismatched unload is refused with the master untouched.
      * Only then is EMP_OUT emptied and rebuilt, and the rebuild
      * must write exactly the proven count or the run ends in
      * error with the master marked incomplete.
      ******************************************************************
       3000-RELOAD-MASTER.
           OPEN INPUT RELOAD-FILE
           IF WS-RELOAD-STATUS = "00"
               SET WS-RELOAD-OPEN TO TRUE
               PERFORM 3100-PROVE-ONE-RECORD UNTIL WS-RELOAD-EOF
               CLOSE RELOAD-FILE
               MOVE 'N' TO WS-RELOAD-OPEN-SWITCH
           ELSE
               DISPLAY "ERROR: UNABLE TO OPEN RELOAD-FILE, "
                   "STATUS=" WS-RELOAD-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 3150-CHECK-PROOF
           END-IF
           IF NOT WS-ABORT-RUN AND NOT WS-RELOAD-REFUSED
               PERFORM 3200-REBUILD-MASTER
           END-IF.

       3100-PROVE-ONE-RECORD.
           READ RELOAD-FILE
               AT END
                   SET WS-RELOAD-EOF TO TRUE
               NOT AT END
                   IF RT-TRAILER-REC
                       IF WS-TRAILER-FOUND
                           SET WS-DATA-AFTER-TRAILER TO TRUE
                       END-IF
                       SET WS-TRAILER-FOUND TO TRUE
                       MOVE RT-RECORD-COUNT TO WS-TRL-COUNT
                       MOVE RT-YEARS-HASH TO WS-TRL-YEARS-HASH
                       MOVE RT-ID-HASH TO WS-TRL-ID-HASH
                       MOVE RT-UNLOAD-DATE TO WS-TRL-UNLOAD-DATE
                   ELSE
                       IF WS-TRAILER-FOUND
                           SET WS-DATA-AFTER-TRAILER TO TRUE
                       END-IF
                       ADD 1 TO WS-CT-READ
                       MOVE RL-IMAGE TO WS-IMAGE
                       PERFORM 8500-ADD-TO-HASHES
                       IF RL-LAST-CHANGE-DATE = SPACES
                           ADD 1 TO WS-CT-LEGACY
                       END-IF
                   END-IF
           END-READ.

      * With a trailer, count and both hashes must agree. Without
      * one, only a count keyed on UTIL_PARMS can vouch for the
      * file. Data after a trailer means two unloads were run
      * together, and an empty input never rebuilds a master.
       3150-CHECK-PROOF.
           EVALUATE TRUE
               WHEN WS-DATA-AFTER-TRAILER
                   MOVE "RECORDS FOLLOW THE TRAILER"
                       TO WS-REFUSE-REASON
               WHEN WS-CT-RECORDS = ZERO
                   MOVE "NO DATA RECORDS" TO WS-REFUSE-REASON
               WHEN WS-TRAILER-FOUND
                AND WS-TRL-COUNT NOT = WS-CT-RECORDS
                   MOVE "RECORD COUNT DOES NOT MATCH TRAILER"
                       TO WS-REFUSE-REASON
               WHEN WS-TRAILER-FOUND
                AND (WS-TRL-YEARS-HASH NOT = WS-YEARS-HASH
                  OR WS-TRL-ID-HASH NOT = WS-ID-HASH)
                   MOVE "HASH TOTALS DO NOT MATCH TRAILER"
                       TO WS-REFUSE-REASON
               WHEN WS-TRAILER-FOUND
                   CONTINUE
               WHEN WS-EXPECTED-COUNT = ZERO
                   MOVE "NO TRAILER AND NO EXPECTED COUNT IN PARMS"
                       TO WS-REFUSE-REASON
               WHEN WS-EXPECTED-COUNT NOT = WS-CT-RECORDS
                   MOVE "RECORD COUNT DOES NOT MATCH PARMS"
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   MOVE WS-EXPECTED-COUNT TO WS-TRL-COUNT
           END-EVALUATE
           IF WS-REFUSE-REASON NOT = SPACES
               SET WS-RELOAD-REFUSED TO TRUE
               DISPLAY "ERROR: RELOAD REFUSED - " WS-REFUSE-REASON
               DISPLAY "       EMP_OUT HAS NOT BEEN TOUCHED"
           END-IF.

       3200-REBUILD-MASTER.
           OPEN OUTPUT EMPLOYEE-MASTER
           IF WS-EMPOUT-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-MASTER FOR "
                   "OUTPUT, STATUS=" WS-EMPOUT-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE 'N' TO WS-RELOAD-EOF-SWITCH
               OPEN INPUT RELOAD-FILE
               IF WS-RELOAD-STATUS = "00"
                   SET WS-RELOAD-OPEN TO TRUE
                   PERFORM 3250-LOAD-ONE-RECORD UNTIL WS-RELOAD-EOF
               ELSE
                   DISPLAY "ERROR: UNABLE TO REOPEN RELOAD-FILE, "
                       "STATUS=" WS-RELOAD-STATUS
                   SET WS-ABORT-RUN TO TRUE
               END-IF
           END-IF
           IF WS-CT-WRITTEN NOT = WS-TRL-COUNT
               SET WS-RELOAD-REFUSED TO TRUE
               MOVE "MASTER WRITTEN COUNT DOES NOT MATCH"
                   TO WS-REFUSE-REASON
               DISPLAY "ERROR: RELOAD INCOMPLETE - " WS-TRL-COUNT
                   " PROVEN, " WS-CT-WRITTEN " WRITTEN"
               DISPLAY "       EMP_OUT IS NOT USABLE - RELOAD FROM A "
                   "GOOD UNLOAD BEFORE ANY OTHER STEP RUNS"
           END-IF.

      * A duplicate key can only come from a damaged or hand-edited
      * unload; it is listed and left out, which fails the count.
       3250-LOAD-ONE-RECORD.
           READ RELOAD-FILE
               AT END
                   SET WS-RELOAD-EOF TO TRUE
               NOT AT END
                   IF NOT RT-TRAILER-REC
                       MOVE RL-IMAGE TO EMPLOYEE-OUT-RECORD
                       WRITE EMPLOYEE-OUT-RECORD
                           INVALID KEY
                               ADD 1 TO WS-CT-DUPLICATES
                               DISPLAY "ERROR: DUPLICATE EMPLOYEE "
                                   RL-EMPLOYEE-ID " ON RELOAD-FILE"
                                   ", STATUS=" WS-EMPOUT-STATUS
                           NOT INVALID KEY
                               ADD 1 TO WS-CT-WRITTEN
                       END-WRITE
                   END-IF
           END-READ.

      ******************************************************************
      * Verify: read-only scan of the live master. Every problem on
      * a record is listed, not just the first.
      ******************************************************************
       4000-VERIFY-MASTER.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMPOUT-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR: UNABLE TO OPEN EMPLOYEE-MASTER, "
                   "STATUS=" WS-EMPOUT-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN INPUT DEPARTMENT-MASTER
               IF WS-DEPT-STATUS = "00"
                   SET WS-DEPT-OPEN TO TRUE
               ELSE
                   DISPLAY "WARNING: DEPT-MASTER NOT AVAILABLE, "
                       "STATUS " WS-DEPT-STATUS
                       " - DEPARTMENT CODES NOT CHECKED"
               END-IF
               PERFORM 8150-PRINT-HEADINGS
               PERFORM 1100-POSITION-MASTER
               PERFORM 4100-VERIFY-ONE-RECORD UNTIL WS-MASTER-EOF
           END-IF.

       4100-VERIFY-ONE-RECORD.
           READ EMPLOYEE-MASTER NEXT RECORD INTO WS-IMAGE
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CT-READ
                   MOVE 'N' TO WS-RECORD-PROBLEM-SWITCH
                   PERFORM 4200-CHECK-NUMERIC-FIELDS
                   PERFORM 4300-CHECK-STATUS-AND-DATES
                   PERFORM 4400-CHECK-DEPARTMENT
                   IF WS-RECORD-HAS-PROBLEM
                       ADD 1 TO WS-CT-PROBLEM-RECORDS
                   END-IF
           END-READ.

       4200-CHECK-NUMERIC-FIELDS.
           IF WI-EMPLOYEE-ID NOT NUMERIC
               MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-PROBLEM-TEXT
               MOVE WI-EMPLOYEE-ID-X TO WS-PROBLEM-VALUE
               PERFORM 4800-REPORT-NOT-NUMERIC
           END-IF
           IF WI-DEPT-CODE NOT NUMERIC
               MOVE "DEPT CODE NOT NUMERIC" TO WS-PROBLEM-TEXT
               MOVE WI-DEPT-CODE-X TO WS-PROBLEM-VALUE
               PERFORM 4800-REPORT-NOT-NUMERIC
           END-IF
           IF WI-YEARS-SERVICE NOT NUMERIC
               MOVE "YEARS SERVICE NOT NUMERIC" TO WS-PROBLEM-TEXT
               MOVE WI-YEARS-SERVICE-X TO WS-PROBLEM-VALUE
               PERFORM 4800-REPORT-NOT-NUMERIC
           END-IF
           IF WI-HIRE-DATE NOT NUMERIC
               MOVE "HIRE DATE NOT NUMERIC" TO WS-PROBLEM-TEXT
               MOVE WI-HIRE-DATE-X TO WS-PROBLEM-VALUE
               PERFORM 4800-REPORT-NOT-NUMERIC
           END-IF
      * A blank change date is reported on its own line, below;
      * anything else that is not a number is damage.
           IF WI-LAST-CHANGE-X NOT = SPACES
              AND WI-LAST-CHANGE-DATE NOT NUMERIC
               MOVE "LAST CHANGE DATE NOT NUMERIC" TO WS-PROBLEM-TEXT
               MOVE WI-LAST-CHANGE-X TO WS-PROBLEM-VALUE
               PERFORM 4800-REPORT-NOT-NUMERIC
           END-IF.

       4300-CHECK-STATUS-AND-DATES.
           IF NOT WI-STATUS-VALID
               MOVE "INVALID EMPLOYEE STATUS" TO WS-PROBLEM-TEXT
               MOVE WI-EMP-STATUS TO WS-PROBLEM-VALUE
               ADD 1 TO WS-CT-BAD-STATUS
               PERFORM 4900-REPORT-PROBLEM
           END-IF
           IF WI-HIRE-DATE NUMERIC
              AND WI-HIRE-DATE > WS-RUN-DATE
               MOVE "HIRE DATE IN THE FUTURE" TO WS-PROBLEM-TEXT
               MOVE WI-HIRE-DATE-X TO WS-PROBLEM-VALUE
               ADD 1 TO WS-CT-FUTURE-HIRE
               PERFORM 4900-REPORT-PROBLEM
           END-IF
           IF WI-LAST-CHANGE-X = SPACES
               MOVE "LAST CHANGE DATE BLANK" TO WS-PROBLEM-TEXT
               MOVE SPACES TO WS-PROBLEM-VALUE
               ADD 1 TO WS-CT-BLANK-CHANGE
               PERFORM 4900-REPORT-PROBLEM
           END-IF
           IF WI-HIRE-DATE NUMERIC
              AND WI-YEARS-SERVICE NUMERIC
              AND WI-LAST-CHANGE-DATE NUMERIC
              AND WI-LAST-CHANGE-DATE > ZERO
               PERFORM 4350-CHECK-SERVICE
           END-IF.

       4350-CHECK-SERVICE.
           MOVE WI-LAST-CHANGE-DATE TO WS-ASOF-DATE
           COMPUTE WS-SERVICE-MONTHS =
               (WS-ASOF-YEAR - WI-HIRE-YEAR) * 12
               + (WS-ASOF-MONTH - WI-HIRE-MONTH)
           IF WS-ASOF-DAY < WI-HIRE-DAY
               SUBTRACT 1 FROM WS-SERVICE-MONTHS
           END-IF
           IF WS-SERVICE-MONTHS < ZERO
               MOVE ZERO TO WS-SERVICE-MONTHS
           END-IF
           COMPUTE WS-DERIVED-YEARS ROUNDED =
               WS-SERVICE-MONTHS / 12
           COMPUTE WS-YEARS-DIFF =
               WS-DERIVED-YEARS - WI-YEARS-SERVICE
           IF WS-YEARS-DIFF > WS-YEARS-TOLERANCE
              OR WS-YEARS-DIFF < ZERO - WS-YEARS-TOLERANCE
               MOVE "YEARS SERVICE OUT OF STEP" TO WS-PROBLEM-TEXT
               MOVE WI-YEARS-SERVICE TO WS-YEARS-EDIT
               MOVE WS-DERIVED-YEARS TO WS-DERIVED-EDIT
               MOVE SPACES TO WS-PROBLEM-VALUE
               STRING "FILE " DELIMITED BY SIZE
                   WS-YEARS-EDIT DELIMITED BY SIZE
                   " DERIVED" DELIMITED BY SIZE
                   WS-DERIVED-EDIT DELIMITED BY SIZE
                   INTO WS-PROBLEM-VALUE
               END-STRING
               ADD 1 TO WS-CT-YEARS-STEP
               PERFORM 4900-REPORT-PROBLEM
           END-IF.

       4400-CHECK-DEPARTMENT.
           IF WS-DEPT-OPEN AND WI-DEPT-CODE NUMERIC
               MOVE WI-DEPT-CODE TO DM-DEPT-CODE
               READ DEPARTMENT-MASTER
                   INVALID KEY
                       MOVE "DEPT CODE NOT ON DEPT_MASTER"
                           TO WS-PROBLEM-TEXT
                       MOVE WI-DEPT-CODE-X TO WS-PROBLEM-VALUE
                       ADD 1 TO WS-CT-DEPT-MISSING
                       PERFORM 4900-REPORT-PROBLEM
               END-READ
           END-IF.

       4800-REPORT-NOT-NUMERIC.
           ADD 1 TO WS-CT-NOT-NUMERIC
           PERFORM 4900-REPORT-PROBLEM.

       4900-REPORT-PROBLEM.
           SET WS-RECORD-HAS-PROBLEM TO TRUE
           ADD 1 TO WS-CT-PROBLEMS
           MOVE WI-EMPLOYEE-ID-X TO UD-EMPLOYEE-ID
           MOVE WI-LAST-NAME TO UD-LAST-NAME
           MOVE WS-PROBLEM-TEXT TO UD-PROBLEM
           MOVE WS-PROBLEM-VALUE TO UD-VALUE
           MOVE UTIL-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM 8100-WRITE-REPORT-LINE.

      ******************************************************************
      * Report writing shared by all three modes.
      ******************************************************************
       8100-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8150-PRINT-HEADINGS
           END-IF
           WRITE REPORT-PRINT-RECORD FROM WS-PRINT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       8150-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-MODE-NAME TO UH1-MODE
           MOVE WS-RUN-DATE TO UH1-RUN-DATE
           MOVE WS-PAGE-COUNT TO UH1-PAGE
           WRITE REPORT-PRINT-RECORD FROM UTIL-HEADING-1
               AFTER ADVANCING PAGE
           IF WS-MODE-VERIFY
               WRITE REPORT-PRINT-RECORD FROM UTIL-HEADING-2
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WS-LINE-COUNT.

       8200-WRITE-TOTAL-LINE.
           MOVE UTIL-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 8100-WRITE-REPORT-LINE.

       8250-WRITE-HASH-LINE.
           MOVE UTIL-HASH-LINE TO WS-PRINT-LINE
           PERFORM 8100-WRITE-REPORT-LINE.

      * Counted over the WS-IMAGE record; a non-numeric field adds
      * nothing to its hash, which the trailer compare then flags.
       8500-ADD-TO-HASHES.
           ADD 1 TO WS-CT-RECORDS
           IF WI-YEARS-SERVICE NUMERIC
               ADD WI-YEARS-SERVICE TO WS-YEARS-HASH
           END-IF
           IF WI-EMPLOYEE-ID NUMERIC
               ADD WI-EMPLOYEE-ID TO WS-ID-HASH
           END-IF.

       9000-PRINT-CONTROL-TOTALS.
           IF WS-RPT-OPEN
               PERFORM 9100-PRINT-REPORT-TOTALS
           END-IF
           DISPLAY " "
           DISPLAY "===== EMP_OUT UTILITY CONTROL TOTALS ====="
           DISPLAY "MODE:                  " WS-MODE-NAME
           DISPLAY "RECORDS READ:          " WS-CT-READ
           EVALUATE TRUE
               WHEN WS-MODE-UNLOAD
                   DISPLAY "RECORDS UNLOADED:      " WS-CT-WRITTEN
                   DISPLAY "YEARS SERVICE HASH:    " WS-YEARS-HASH
                   DISPLAY "EMPLOYEE ID HASH:      " WS-ID-HASH
               WHEN WS-MODE-RELOAD
                   DISPLAY "TRAILER COUNT:         " WS-TRL-COUNT
                   DISPLAY "LEGACY LAYOUT RECORDS: " WS-CT-LEGACY
                   DISPLAY "RECORDS RELOADED:      " WS-CT-WRITTEN
                   DISPLAY "DUPLICATE KEYS:        " WS-CT-DUPLICATES
               WHEN OTHER
                   DISPLAY "PROBLEMS FOUND:        " WS-CT-PROBLEMS
                   DISPLAY "RECORDS WITH PROBLEMS: "
                       WS-CT-PROBLEM-RECORDS
           END-EVALUATE.

       9100-PRINT-REPORT-TOTALS.
           IF WS-PAGE-COUNT = ZERO
               PERFORM 8150-PRINT-HEADINGS
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 8100-WRITE-REPORT-LINE
           IF WS-ABORT-RUN
               MOVE "*** RUN ENDED IN ERROR - SEE JOB LOG ***"
                   TO WS-PRINT-LINE
               PERFORM 8100-WRITE-REPORT-LINE
           END-IF
           MOVE "RECORDS READ:" TO UTL-LABEL
           MOVE WS-CT-READ TO UTL-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           EVALUATE TRUE
               WHEN WS-MODE-UNLOAD
                   PERFORM 9200-PRINT-UNLOAD-TOTALS
               WHEN WS-MODE-RELOAD
                   PERFORM 9300-PRINT-RELOAD-TOTALS
               WHEN OTHER
                   PERFORM 9400-PRINT-VERIFY-TOTALS
           END-EVALUATE.

       9200-PRINT-UNLOAD-TOTALS.
           MOVE "RECORDS UNLOADED:" TO UTL-LABEL
           MOVE WS-CT-WRITTEN TO UTL-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "YEARS SERVICE HASH:" TO UHL-LABEL
           MOVE WS-YEARS-HASH TO UHL-VALUE
           PERFORM 8250-WRITE-HASH-LINE
           MOVE "EMPLOYEE ID HASH:" TO UTL-LABEL
           MOVE WS-ID-HASH TO UTL-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE.

       9300-PRINT-RELOAD-TOTALS.
           MOVE "DATA RECORDS ON INPUT:" TO UTL-LABEL
           MOVE WS-CT-RECORDS TO UTL-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           IF WS-TRAILER-FOUND
               MOVE "TRAILER RECORD COUNT:" TO UTL-LABEL
               MOVE WS-TRL-COUNT TO UTL-VALUE
               PERFORM 8200-WRITE-TOTAL-LINE
               MOVE "YEARS SERVICE HASH:" TO UHL-LABEL
               MOVE WS-YEARS-HASH TO UHL-VALUE
               PERFORM 8250-WRITE-HASH-LINE
               MOVE "TRAILER YEARS SERVICE HASH:" TO UHL-LABEL
               MOVE WS-TRL-YEARS-HASH TO UHL-VALUE
               PERFORM 8250-WRITE-HASH-LINE
               MOVE "EMPLOYEE ID HASH:" TO UTL-LABEL
               MOVE WS-ID-HASH TO UTL-VALUE
               PERFORM 8200-WRITE-TOTAL-LINE
               MOVE "TRAILER EMPLOYEE ID HASH:" TO UTL-LABEL
               MOVE WS-TRL-ID-HASH TO UTL-VALUE
               PERFORM 8200-WRITE-TOTAL-LINE
           ELSE
               MOVE "NO TRAILER - PARMS COUNT:" TO UTL-LABEL
               MOVE WS-EXPECTED-COUNT TO UTL-VALUE
               PERFORM 8200-WRITE-TOTAL-LINE
           END-IF
           MOVE "LEGACY LAYOUT RECORDS:" TO UTL-LABEL
           MOVE WS-CT-LEGACY TO UTL-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "RECORDS RELOADED:" TO UTL-LABEL
           MOVE WS-CT-WRITTEN TO UTL-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "DUPLICATE KEYS LEFT OUT:" TO UTL-LABEL
           MOVE WS-CT-DUPLICATES TO UTL-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           IF WS-RELOAD-REFUSED
               MOVE SPACES TO WS-PRINT-LINE
               STRING "*** RELOAD REFUSED - " DELIMITED BY SIZE
                   WS-REFUSE-REASON DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 8100-WRITE-REPORT-LINE
               IF WS-MASTER-OPEN
                   MOVE "*** EMP_OUT IS INCOMPLETE - RELOAD FROM A "
                       TO WS-PRINT-LINE
                   MOVE "GOOD UNLOAD BEFORE ANY OTHER STEP RUNS"
                       TO WS-PRINT-LINE(43:)
               ELSE
                   MOVE "*** EMP_OUT HAS NOT BEEN TOUCHED"
                       TO WS-PRINT-LINE
               END-IF
               PERFORM 8100-WRITE-REPORT-LINE
           END-IF.

       9400-PRINT-VERIFY-TOTALS.
           MOVE "RECORDS WITH PROBLEMS:" TO UTL-LABEL
           MOVE WS-CT-PROBLEM-RECORDS TO UTL-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "PROBLEMS FOUND:" TO UTL-LABEL
           MOVE WS-CT-PROBLEMS TO UTL-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "  NON-NUMERIC FIELDS:" TO UTL-LABEL
           MOVE WS-CT-NOT-NUMERIC TO UTL-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "  INVALID STATUS:" TO UTL-LABEL
           MOVE WS-CT-BAD-STATUS TO UTL-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "  HIRE DATE IN THE FUTURE:" TO UTL-LABEL
           MOVE WS-CT-FUTURE-HIRE TO UTL-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "  YEARS SERVICE OUT OF STEP:" TO UTL-LABEL
           MOVE WS-CT-YEARS-STEP TO UTL-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "  LAST CHANGE DATE BLANK:" TO UTL-LABEL
           MOVE WS-CT-BLANK-CHANGE TO UTL-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           MOVE "  DEPT CODE NOT ON DEPT_MASTER:" TO UTL-LABEL
           MOVE WS-CT-DEPT-MISSING TO UTL-VALUE
           PERFORM 8200-WRITE-TOTAL-LINE
           IF NOT WS-DEPT-OPEN
               MOVE "*** DEPT_MASTER NOT AVAILABLE - DEPARTMENT "
                   TO WS-PRINT-LINE
               MOVE "CODES NOT CHECKED" TO WS-PRINT-LINE(44:)
               PERFORM 8100-WRITE-REPORT-LINE
           END-IF.

      * 16 when the run could not complete or a reload was refused
      * (the scheduler must not let any step near a master that
      * failed its rebuild), 8 when verify found problems, 4 when
      * verify could not check department codes.
       9900-TERMINATE.
           IF WS-MASTER-OPEN
               CLOSE EMPLOYEE-MASTER
           END-IF
           IF WS-UNLOAD-OPEN
               CLOSE UNLOAD-FILE
           END-IF
           IF WS-RELOAD-OPEN
               CLOSE RELOAD-FILE
           END-IF
           IF WS-DEPT-OPEN
               CLOSE DEPARTMENT-MASTER
           END-IF
           IF WS-RPT-OPEN
               CLOSE REPORT-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   DISPLAY "EMP_OUT UTILITY ENDED IN ERROR"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-RELOAD-REFUSED
                   DISPLAY "EMP_OUT RELOAD REFUSED - SEE UTIL_RPT"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-CT-PROBLEMS > ZERO
                   DISPLAY "EMP_OUT VERIFY FOUND " WS-CT-PROBLEMS
                       " PROBLEMS, SEE UTIL_RPT"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MODE-VERIFY AND NOT WS-DEPT-OPEN
                   DISPLAY "EMP_OUT VERIFY COMPLETE - DEPARTMENT "
                       "CODES NOT CHECKED"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "EMP_OUT UTILITY COMPLETE"
           END-EVALUATE.

      * One step record per run on the shared job log, so JOB-CHECK
      * can sign off the night without anyone opening this step's
      * report. Counts logged for this step:
      *   IN  master records read (U, V) or unload records read (R)
      *   OUT records unloaded (U) or reloaded (R)
      *   REJECTED problems found (V) or duplicate keys (R)
      *   AUX-1 legacy layout records carried over (R)
      *   AUX-2 records with problems (V)
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
               MOVE "EMP-UTILITY" TO JL-STEP-NAME
               MOVE WS-JL-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JL-RUN-TIME TO JL-RUN-TIME
               MOVE RETURN-CODE TO JL-RETURN-CODE
               MOVE WS-CT-READ TO JL-CT-IN
               MOVE WS-CT-WRITTEN TO JL-CT-OUT
               IF WS-MODE-VERIFY
                   MOVE WS-CT-PROBLEMS TO JL-CT-REJECTED
               ELSE
                   MOVE WS-CT-DUPLICATES TO JL-CT-REJECTED
               END-IF
               MOVE WS-CT-LEGACY TO JL-CT-AUX-1
               MOVE WS-CT-PROBLEM-RECORDS TO JL-CT-AUX-2
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN JOB-LOG-FILE, "
                   "STATUS=" WS-JOBLOG-STATUS
                   " - STEP NOT LOGGED"
           END-IF.

       END PROGRAM EMP-UTILITY.
