      ******************************************************************
      * Author: Mike Sharpe
      * Student ID: 040774804
      * Course and Section: CST8283 013
      * Date:
      * Purpose: De-identified test copies. Masks a production
      *          STOCK_IN and EMP_OUT, and optionally the matching
      *          JRNL_OUT, EMP_DELTA and REJECT_OUT, onto MASK_*
      *          copies for the test region so the nightly chain can
      *          be rerun without real names or hire dates. Names are
      *          replaced by pseudonyms worked out from EMPLOYEE-ID
      *          and a masking key, so an ID gets the same fake name
      *          in every file. Hire dates keep their month; the day
      *          is replaced and the year moved, but only to a date
      *          that leaves the person in the same service band on
      *          the as-of date. Department codes are not touched, so
      *          they stay valid against DEPT_MASTER. YEARS-SERVICE is
      *          re-derived from the masked hire date, and every
      *          HDR/TRL block on STOCK_IN gets a recomputed record
      *          count and YEARS-SERVICE hash so the masked extract
      *          still passes the edit's block verification.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP-MASK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * STOCK_IN, EMP_OUT, JRNL_IN, EMP_DELTA, REJECT_OUT, their
      * MASK_ counterparts, MASK_PARMS and MASK_RPT are DD-style
      * names resolved through environment variables, the same
      * convention as the nightly extract job. Every input is
      * OPTIONAL: a file not supplied is reported as not masked.
           SELECT OPTIONAL STOCK-FILE-IN
           ASSIGN TO "STOCK_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STOCK-STATUS.

           SELECT MASK-STOCK-FILE
           ASSIGN TO "MASK_STOCK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MSTOCK-STATUS.

           SELECT OPTIONAL EMPLOYEE-MASTER
           ASSIGN TO "EMP_OUT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OUT-EMPLOYEE-ID
           FILE STATUS IS WS-EMPOUT-STATUS.

           SELECT MASK-MASTER
           ASSIGN TO "MASK_EMP_OUT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MM-EMPLOYEE-ID
           FILE STATUS IS WS-MMAST-STATUS.

           SELECT OPTIONAL JOURNAL-FILE
           ASSIGN TO "JRNL_IN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT MASK-JOURNAL-FILE
           ASSIGN TO "MASK_JRNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MJRNL-STATUS.

           SELECT OPTIONAL DELTA-FILE
           ASSIGN TO "EMP_DELTA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DELTA-STATUS.

           SELECT MASK-DELTA-FILE
           ASSIGN TO "MASK_DELTA"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MDELTA-STATUS.

           SELECT OPTIONAL REJECT-FILE
           ASSIGN TO "REJECT_OUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.

           SELECT MASK-REJECT-FILE
           ASSIGN TO "MASK_REJECT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MREJECT-STATUS.

      * Optional one-record run control: the masking key, and the
      * as-of date service bands are held on. Use the extract date
      * of the STOCK_IN being masked so the edit sees the same
      * bands and the same future-dated rejects as production did.
           SELECT PARM-FILE
           ASSIGN TO "MASK_PARMS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO "MASK_RPT"
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
       FD  STOCK-FILE-IN.
       01 EMPLOYEE-RECORD.
           05 EMPLOYEE-ID PIC X(6).
           05 DEPT-CODE PIC X(3).
           05 LAST-NAME PIC X(20).
           05 FIRST-NAME PIC X(20).
           05 YEARS-SERVICE PIC 9(2)V9.
           05 HIRE-DATE PIC X(8).
           05 EMP-STATUS PIC X.
       01 STOCK-CONTROL-RECORD.
           05 CTL-RECORD-TYPE PIC X(3).
               88 CTL-HEADER-REC VALUE "HDR".
               88 CTL-TRAILER-REC VALUE "TRL".
           05 CTL-HEADER-DETAIL.
               10 CTL-EXTRACT-DATE PIC 9(8).
               10 CTL-SOURCE-SYSTEM PIC X(8).
           05 CTL-TRAILER-DETAIL REDEFINES CTL-HEADER-DETAIL.
               10 CTL-RECORD-COUNT PIC 9(7).
               10 CTL-YEARS-HASH PIC 9(8)V9.

       FD  MASK-STOCK-FILE.
       01 MASK-STOCK-RECORD PIC X(61).

       FD  EMPLOYEE-MASTER.
       01 EMPLOYEE-OUT-RECORD.
           05 OUT-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(83).

       FD  MASK-MASTER.
       01 MASK-MASTER-RECORD.
           05 MM-EMPLOYEE-ID PIC 9(6).
           05 FILLER PIC X(83).

       FD  JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JNL-HEADER PIC X(15).
           05 JNL-BEFORE-IMAGE PIC X(89).
           05 JNL-AFTER-IMAGE PIC X(89).

       FD  MASK-JOURNAL-FILE.
       01 MASK-JOURNAL-RECORD PIC X(193).

       FD  DELTA-FILE.
       01 DELTA-RECORD.
           05 DLT-HEADER PIC X(7).
           05 DLT-NEW-IMAGE PIC X(81).
           05 DLT-OLD-IMAGE PIC X(81).

       FD  MASK-DELTA-FILE.
       01 MASK-DELTA-RECORD PIC X(169).

       FD  REJECT-FILE.
       01 REJECT-RECORD.
           05 REJECT-DATA PIC X(61).
           05 REJECT-REASON PIC X(40).
           05 REJECT-SOURCE-SYSTEM PIC X(8).

       FD  MASK-REJECT-FILE.
       01 MASK-REJECT-RECORD PIC X(109).

       FD  PARM-FILE.
       01 PARM-RECORD.
           05 PRM-MASK-KEY PIC 9(5).
           05 PRM-AS-OF-DATE PIC 9(8).

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

       01 WS-STOCK-STATUS PIC XX.
       01 WS-MSTOCK-STATUS PIC XX.
       01 WS-EMPOUT-STATUS PIC XX.
       01 WS-MMAST-STATUS PIC XX.
       01 WS-JRNL-STATUS PIC XX.
       01 WS-MJRNL-STATUS PIC XX.
       01 WS-DELTA-STATUS PIC XX.
       01 WS-MDELTA-STATUS PIC XX.
       01 WS-REJECT-STATUS PIC XX.
       01 WS-MREJECT-STATUS PIC XX.
       01 WS-PARM-STATUS PIC XX.
       01 WS-RPT-STATUS PIC XX.

       01 WS-ABORT-SWITCH PIC X VALUE 'N'.
           88 WS-ABORT-RUN VALUE 'Y'.

       01 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-INPUT-EOF VALUE 'Y'.

       01 WS-IN-BLOCK-SWITCH PIC X VALUE 'N'.
           88 WS-IN-BLOCK VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-MASK-KEY PIC 9(5) VALUE 7919.
       01 WS-AS-OF-DATE PIC 9(8) VALUE ZERO.

      * Pseudonym tables. The two lengths are different primes so
      * the pairs repeat as seldom as possible.
       01 WS-LAST-NAME-VALUES.
           05 FILLER PIC X(20) VALUE "ABBOTT".
           05 FILLER PIC X(20) VALUE "BARLOW".
           05 FILLER PIC X(20) VALUE "CARVER".
           05 FILLER PIC X(20) VALUE "DALTON".
           05 FILLER PIC X(20) VALUE "ELLISON".
           05 FILLER PIC X(20) VALUE "FARROW".
           05 FILLER PIC X(20) VALUE "GARDNER".
           05 FILLER PIC X(20) VALUE "HARLOW".
           05 FILLER PIC X(20) VALUE "IRVING".
           05 FILLER PIC X(20) VALUE "JARVIS".
           05 FILLER PIC X(20) VALUE "KEMPER".
           05 FILLER PIC X(20) VALUE "LANGLEY".
           05 FILLER PIC X(20) VALUE "MARLOWE".
           05 FILLER PIC X(20) VALUE "NORTON".
           05 FILLER PIC X(20) VALUE "OAKLEY".
           05 FILLER PIC X(20) VALUE "PRESCOTT".
           05 FILLER PIC X(20) VALUE "QUINLAN".
           05 FILLER PIC X(20) VALUE "RADCLIFFE".
           05 FILLER PIC X(20) VALUE "SEXTON".
           05 FILLER PIC X(20) VALUE "THORNE".
           05 FILLER PIC X(20) VALUE "UPTON".
           05 FILLER PIC X(20) VALUE "VAUGHN".
           05 FILLER PIC X(20) VALUE "WALLACE".
           05 FILLER PIC X(20) VALUE "YARDLEY".
           05 FILLER PIC X(20) VALUE "ASHBY".
           05 FILLER PIC X(20) VALUE "BRENNAN".
           05 FILLER PIC X(20) VALUE "CROFT".
           05 FILLER PIC X(20) VALUE "DRAKE".
           05 FILLER PIC X(20) VALUE "EMBERLY".
       01 WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
           05 WS-PSEUDO-LAST PIC X(20) OCCURS 29 TIMES.

       01 WS-FIRST-NAME-VALUES.
           05 FILLER PIC X(20) VALUE "ALICE".
           05 FILLER PIC X(20) VALUE "BRIAN".
           05 FILLER PIC X(20) VALUE "CAROL".
           05 FILLER PIC X(20) VALUE "DAVID".
           05 FILLER PIC X(20) VALUE "ELAINE".
           05 FILLER PIC X(20) VALUE "FRANK".
           05 FILLER PIC X(20) VALUE "GRACE".
           05 FILLER PIC X(20) VALUE "HAROLD".
           05 FILLER PIC X(20) VALUE "IRENE".
           05 FILLER PIC X(20) VALUE "JAMES".
           05 FILLER PIC X(20) VALUE "KAREN".
           05 FILLER PIC X(20) VALUE "LEONARD".
           05 FILLER PIC X(20) VALUE "MARTHA".
           05 FILLER PIC X(20) VALUE "NEIL".
           05 FILLER PIC X(20) VALUE "OLIVE".
           05 FILLER PIC X(20) VALUE "PETER".
           05 FILLER PIC X(20) VALUE "RUTH".
           05 FILLER PIC X(20) VALUE "SAMUEL".
           05 FILLER PIC X(20) VALUE "TERESA".
           05 FILLER PIC X(20) VALUE "VICTOR".
           05 FILLER PIC X(20) VALUE "WANDA".
           05 FILLER PIC X(20) VALUE "ARTHUR".
           05 FILLER PIC X(20) VALUE "BEATRICE".
           05 FILLER PIC X(20) VALUE "CHARLES".
           05 FILLER PIC X(20) VALUE "DORIS".
           05 FILLER PIC X(20) VALUE "EDWARD".
           05 FILLER PIC X(20) VALUE "FLORENCE".
           05 FILLER PIC X(20) VALUE "GEORGE".
           05 FILLER PIC X(20) VALUE "HELEN".
           05 FILLER PIC X(20) VALUE "IAN".
           05 FILLER PIC X(20) VALUE "JOAN".
       01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05 WS-PSEUDO-FIRST PIC X(20) OCCURS 31 TIMES.

      * Employee images in the two layouts the chain carries: the
      * 89-byte master (journal images) and the 81-byte extract
      * (delta images, the first 81 bytes of the master).
       01 WS-MASTER-IMAGE.
           05 WM-EMPLOYEE-ID PIC X(6).
           05 WM-DEPT-CODE PIC X(3).
           05 WM-DEPT-NAME PIC X(20).
           05 WM-LAST-NAME PIC X(20).
           05 WM-FIRST-NAME PIC X(20).
           05 WM-YEARS-SERVICE PIC 9(2)V9.
           05 WM-HIRE-DATE PIC X(8).
           05 WM-EMP-STATUS PIC X.
           05 WM-LAST-CHANGE-DATE PIC X(8).

      * The fields one person is masked through, whatever file they
      * came from. The caller loads the ID, names, hire date, years
      * and the date service is measured to; 5000 hands them back
      * masked.
       01 WS-MASK-WORK.
           05 MK-EMPLOYEE-ID PIC X(6).
           05 MK-EMPLOYEE-ID-N REDEFINES MK-EMPLOYEE-ID PIC 9(6).
           05 MK-LAST-NAME PIC X(20).
           05 MK-FIRST-NAME PIC X(20).
           05 MK-YEARS-SERVICE PIC 9(2)V9.
           05 MK-YEARS-SERVICE-X REDEFINES MK-YEARS-SERVICE
               PIC X(3).
           05 MK-HIRE-DATE PIC X(8).
           05 MK-HIRE-DATE-N REDEFINES MK-HIRE-DATE PIC 9(8).
           05 MK-SERVICE-DATE PIC 9(8).

       01 WS-MIX PIC 9(12) VALUE ZERO.
       01 WS-MIX-QUOTIENT PIC 9(12) VALUE ZERO.
       01 WS-MIX-REMAINDER PIC 9(5) VALUE ZERO.
       01 WS-LAST-IDX PIC 9(3) VALUE ZERO.
       01 WS-FIRST-IDX PIC 9(3) VALUE ZERO.
       01 WS-NEW-DAY PIC 9(2) VALUE ZERO.
       01 WS-YEAR-STEP PIC S9(1) VALUE ZERO.

       01 WS-ORIG-HIRE PIC 9(8) VALUE ZERO.
       01 WS-ORIG-HIRE-PARTS REDEFINES WS-ORIG-HIRE.
           05 WS-ORIG-YEAR PIC 9(4).
           05 WS-ORIG-MONTH PIC 9(2).
           05 WS-ORIG-DAY PIC 9(2).

       01 WS-CAND-HIRE PIC 9(8) VALUE ZERO.
       01 WS-CAND-HIRE-PARTS REDEFINES WS-CAND-HIRE.
           05 WS-CAND-YEAR PIC 9(4).
           05 WS-CAND-MONTH PIC 9(2).
           05 WS-CAND-DAY PIC 9(2).

       01 WS-CAND-FOUND-SWITCH PIC X VALUE 'N'.
           88 WS-CAND-FOUND VALUE 'Y'.

      * Service derivation, the same months-of-service rule as the
      * nightly edit.
       01 WS-HIRE-DATE-WORK PIC 9(8) VALUE ZERO.
       01 WS-HIRE-DATE-PARTS REDEFINES WS-HIRE-DATE-WORK.
           05 WS-HIRE-YEAR PIC 9(4).
           05 WS-HIRE-MONTH PIC 9(2).
           05 WS-HIRE-DAY PIC 9(2).
       01 WS-EFF-DATE PIC 9(8) VALUE ZERO.
       01 WS-EFF-DATE-PARTS REDEFINES WS-EFF-DATE.
           05 WS-EFF-YEAR PIC 9(4).
           05 WS-EFF-MONTH PIC 9(2).
           05 WS-EFF-DAY PIC 9(2).
       01 WS-SERVICE-MONTHS PIC S9(5) VALUE ZERO.
       01 WS-DERIVED-YEARS PIC 9(3)V9 VALUE ZERO.

      * The edit's seniority bands, plus the over-50 band it rejects
      * as out of range, so a shift never creates or clears a reject.
       01 WS-BAND PIC 9 VALUE ZERO.
       01 WS-ORIG-BAND PIC 9 VALUE ZERO.

      * Per-block control totals for STOCK_IN: the trailer as read,
      * the totals of the records as read, and the totals of the
      * records as masked.
       01 WS-BLOCK-NO PIC 9(5) VALUE ZERO.
       01 WS-BLOCK-EXTRACT-DATE PIC 9(8) VALUE ZERO.
       01 WS-BLK-ORIG-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BLK-ORIG-HASH PIC 9(8)V9 VALUE ZERO.
       01 WS-BLK-MASK-HASH PIC 9(8)V9 VALUE ZERO.
       01 WS-BLK-NEW-HASH PIC S9(9)V9 VALUE ZERO.

      * One row per file masked, printed on MASK_RPT.
       01 WS-FILE-NO PIC 9 VALUE ZERO.
       01 WS-FILE-STATS.
           05 WS-FILE-ENTRY OCCURS 5 TIMES.
               10 FS-FILE-NAME PIC X(12).
               10 FS-PRESENT-SWITCH PIC X.
                   88 FS-PRESENT VALUE 'Y'.
               10 FS-READ PIC 9(7).
               10 FS-WRITTEN PIC 9(7).
               10 FS-NAMES-MASKED PIC 9(7).
               10 FS-DATES-SHIFTED PIC 9(7).
               10 FS-DATES-KEPT PIC 9(7).
               10 FS-DATES-INVALID PIC 9(7).

       01 WS-CT-BLOCKS PIC 9(7) VALUE ZERO.
       01 WS-CT-BLOCKS-CARRIED-OFF PIC 9(7) VALUE ZERO.
       01 WS-CT-OUTSIDE-BLOCK PIC 9(7) VALUE ZERO.
       01 WS-CT-FILES-MASKED PIC 9(7) VALUE ZERO.

       01 WS-LINE-COUNT PIC 9(3) VALUE 99.
       01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.

       01 MASK-HEADING-1.
           05 FILLER PIC X(40)
               VALUE "TEST DATA MASKING SUMMARY".
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 MH1-RUN-DATE PIC 9999/99/99.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 MH1-PAGE PIC ZZ9.
           05 FILLER PIC X(55) VALUE SPACES.

       01 MASK-HEADING-2.
           05 FILLER PIC X(27)
               VALUE "SERVICE BANDS HELD AS OF: ".
           05 MH2-AS-OF-DATE PIC 9999/99/99.
           05 FILLER PIC X(95) VALUE SPACES.

       01 MASK-HEADING-3.
           05 FILLER PIC X(14) VALUE "FILE".
           05 FILLER PIC X(9) VALUE "SUPPLIED".
           05 FILLER PIC X(11) VALUE "      READ".
           05 FILLER PIC X(11) VALUE "   WRITTEN".
           05 FILLER PIC X(11) VALUE "     NAMES".
           05 FILLER PIC X(11) VALUE "   SHIFTED".
           05 FILLER PIC X(11) VALUE "  UNSHIFTD".
           05 FILLER PIC X(11) VALUE "   INVALID".
           05 FILLER PIC X(43) VALUE SPACES.

       01 MASK-DETAIL-LINE.
           05 ML-FILE-NAME PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ML-SUPPLIED PIC X(9).
           05 ML-READ PIC Z(9)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 ML-WRITTEN PIC Z(9)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 ML-NAMES PIC Z(9)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 ML-SHIFTED PIC Z(9)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 ML-KEPT PIC Z(9)9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 ML-INVALID PIC Z(9)9.
           05 FILLER PIC X(44) VALUE SPACES.

       01 MASK-BLOCK-LINE.
           05 FILLER PIC X(14) VALUE "  BLOCK".
           05 MB-BLOCK-NO PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE "  RECORDS ".
           05 MB-COUNT PIC Z(7)9.
           05 FILLER PIC X(16) VALUE "  NEW YRS HASH ".
           05 MB-HASH PIC Z(8)9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MB-NOTE PIC X(40).
           05 FILLER PIC X(24) VALUE SPACES.

       01 MASK-NOTE-LINE.
           05 MN-TEXT PIC X(80).
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
               PERFORM 2000-MASK-STOCK
               PERFORM 3000-MASK-MASTER
               PERFORM 4000-MASK-JOURNAL
               PERFORM 4500-MASK-DELTA
               PERFORM 4800-MASK-REJECTS
               PERFORM 8000-PRINT-SUMMARY
           END-IF
           PERFORM 9000-PRINT-CONTROL-TOTALS
           PERFORM 9900-TERMINATE
           PERFORM 9950-WRITE-JOB-LOG
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           INITIALIZE WS-FILE-STATS
           MOVE "STOCK_IN" TO FS-FILE-NAME(1)
           MOVE "EMP_OUT" TO FS-FILE-NAME(2)
           MOVE "JRNL_IN" TO FS-FILE-NAME(3)
           MOVE "EMP_DELTA" TO FS-FILE-NAME(4)
           MOVE "REJECT_OUT" TO FS-FILE-NAME(5)
           PERFORM 1050-LOAD-RUN-PARMS
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN REPORT-FILE, STATUS="
                   WS-RPT-STATUS
               SET WS-ABORT-RUN TO TRUE
           END-IF.

      * The key is the only thing that links a pseudonym back to a
      * person, so it is kept with the production parms and never
      * printed. It and the as-of date each override the default
      * only when numeric and non-zero.
       1050-LOAD-RUN-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       DISPLAY "WARNING: MASK_PARMS IS EMPTY - "
                           "DEFAULT KEY AND RUN DATE USED"
                   NOT AT END
                       IF PRM-MASK-KEY NUMERIC
                          AND PRM-MASK-KEY > ZERO
                           MOVE PRM-MASK-KEY TO WS-MASK-KEY
                       ELSE
                           DISPLAY "WARNING: MASK_PARMS KEY INVALID "
                               "- DEFAULT KEY USED"
                       END-IF
                       IF PRM-AS-OF-DATE NUMERIC
                          AND PRM-AS-OF-DATE > ZERO
                           MOVE PRM-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           DISPLAY "SERVICE BANDS HELD AS OF: " WS-AS-OF-DATE.

      * HDR and TRL records are copied through; every data record
      * is masked and counted into its block. A trailer that did
      * not balance in production is carried off by the same
      * amount, so a test of the block-failure path still fails.
       2000-MASK-STOCK.
           MOVE 1 TO WS-FILE-NO
           OPEN INPUT STOCK-FILE-IN
           IF WS-STOCK-STATUS = "00"
               OPEN OUTPUT MASK-STOCK-FILE
               IF WS-MSTOCK-STATUS = "00"
                   SET FS-PRESENT(WS-FILE-NO) TO TRUE
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 2100-MASK-ONE-STOCK UNTIL WS-INPUT-EOF
                   CLOSE MASK-STOCK-FILE
               ELSE
                   DISPLAY "WARNING: UNABLE TO OPEN MASK_STOCK, "
                       "STATUS=" WS-MSTOCK-STATUS
               END-IF
           END-IF
           CLOSE STOCK-FILE-IN.

       2100-MASK-ONE-STOCK.
           READ STOCK-FILE-IN
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FS-READ(WS-FILE-NO)
                   EVALUATE TRUE
                       WHEN CTL-HEADER-REC
                           PERFORM 2200-START-BLOCK
                       WHEN CTL-TRAILER-REC
                           PERFORM 2300-END-BLOCK
                       WHEN OTHER
                           PERFORM 2400-MASK-STOCK-DATA
                   END-EVALUATE
                   WRITE MASK-STOCK-RECORD FROM EMPLOYEE-RECORD
                   ADD 1 TO FS-WRITTEN(WS-FILE-NO)
           END-READ.

       2200-START-BLOCK.
           ADD 1 TO WS-BLOCK-NO
           ADD 1 TO WS-CT-BLOCKS
           SET WS-IN-BLOCK TO TRUE
           IF CTL-EXTRACT-DATE NUMERIC AND CTL-EXTRACT-DATE > ZERO
               MOVE CTL-EXTRACT-DATE TO WS-BLOCK-EXTRACT-DATE
           ELSE
               MOVE WS-AS-OF-DATE TO WS-BLOCK-EXTRACT-DATE
           END-IF
           MOVE ZERO TO WS-BLK-ORIG-COUNT
           MOVE ZERO TO WS-BLK-ORIG-HASH
           MOVE ZERO TO WS-BLK-MASK-HASH.

       2300-END-BLOCK.
           MOVE SPACES TO MB-NOTE
           IF CTL-RECORD-COUNT NUMERIC AND CTL-YEARS-HASH NUMERIC
               IF CTL-RECORD-COUNT NOT = WS-BLK-ORIG-COUNT
                  OR CTL-YEARS-HASH NOT = WS-BLK-ORIG-HASH
                   ADD 1 TO WS-CT-BLOCKS-CARRIED-OFF
                   MOVE "OUT OF BALANCE AS READ - KEPT OFF"
                       TO MB-NOTE
               END-IF
               COMPUTE WS-BLK-NEW-HASH = WS-BLK-MASK-HASH
                   + CTL-YEARS-HASH - WS-BLK-ORIG-HASH
               IF WS-BLK-NEW-HASH < ZERO
                   MOVE ZERO TO WS-BLK-NEW-HASH
               END-IF
               MOVE WS-BLK-NEW-HASH TO CTL-YEARS-HASH
               MOVE CTL-RECORD-COUNT TO MB-COUNT
               MOVE CTL-YEARS-HASH TO MB-HASH
           ELSE
               ADD 1 TO WS-CT-BLOCKS-CARRIED-OFF
               MOVE "TRAILER NOT NUMERIC - COPIED AS READ"
                   TO MB-NOTE
               MOVE WS-BLK-ORIG-COUNT TO MB-COUNT
               MOVE WS-BLK-MASK-HASH TO MB-HASH
           END-IF
           MOVE WS-BLOCK-NO TO MB-BLOCK-NO
           PERFORM 8500-PRINT-BLOCK-LINE
           MOVE 'N' TO WS-IN-BLOCK-SWITCH.

      * Service on an extract record is derived to its block's
      * extract date, as the edit does.
       2400-MASK-STOCK-DATA.
           IF WS-IN-BLOCK
               ADD 1 TO WS-BLK-ORIG-COUNT
               IF YEARS-SERVICE NUMERIC
                   ADD YEARS-SERVICE TO WS-BLK-ORIG-HASH
               END-IF
               MOVE WS-BLOCK-EXTRACT-DATE TO MK-SERVICE-DATE
           ELSE
               ADD 1 TO WS-CT-OUTSIDE-BLOCK
               MOVE WS-AS-OF-DATE TO MK-SERVICE-DATE
           END-IF
           MOVE EMPLOYEE-ID TO MK-EMPLOYEE-ID
           MOVE LAST-NAME TO MK-LAST-NAME
           MOVE FIRST-NAME TO MK-FIRST-NAME
           MOVE YEARS-SERVICE TO MK-YEARS-SERVICE
           MOVE HIRE-DATE TO MK-HIRE-DATE
           PERFORM 5000-MASK-PERSON
           MOVE MK-LAST-NAME TO LAST-NAME
           MOVE MK-FIRST-NAME TO FIRST-NAME
           MOVE MK-YEARS-SERVICE TO YEARS-SERVICE
           MOVE MK-HIRE-DATE TO HIRE-DATE
           IF WS-IN-BLOCK AND YEARS-SERVICE NUMERIC
               ADD YEARS-SERVICE TO WS-BLK-MASK-HASH
           END-IF.

      * Read in key order, so the masked master loads sequentially.
       3000-MASK-MASTER.
           MOVE 2 TO WS-FILE-NO
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-EMPOUT-STATUS = "00"
               OPEN OUTPUT MASK-MASTER
               IF WS-MMAST-STATUS = "00"
                   SET FS-PRESENT(WS-FILE-NO) TO TRUE
                   MOVE 'N' TO WS-EOF-SWITCH
                   MOVE ZERO TO OUT-EMPLOYEE-ID
                   START EMPLOYEE-MASTER
                       KEY NOT LESS THAN OUT-EMPLOYEE-ID
                       INVALID KEY
                           SET WS-INPUT-EOF TO TRUE
                   END-START
                   PERFORM 3100-MASK-ONE-MASTER UNTIL WS-INPUT-EOF
                   CLOSE MASK-MASTER
               ELSE
                   DISPLAY "WARNING: UNABLE TO OPEN MASK_EMP_OUT, "
                       "STATUS=" WS-MMAST-STATUS
               END-IF
           END-IF
           CLOSE EMPLOYEE-MASTER.

       3100-MASK-ONE-MASTER.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FS-READ(WS-FILE-NO)
                   MOVE EMPLOYEE-OUT-RECORD TO WS-MASTER-IMAGE
                   PERFORM 5100-MASK-MASTER-IMAGE
                   WRITE MASK-MASTER-RECORD FROM WS-MASTER-IMAGE
                       INVALID KEY
                           DISPLAY "WARNING: MASK_EMP_OUT WRITE "
                               "FAILED FOR " WM-EMPLOYEE-ID
                       NOT INVALID KEY
                           ADD 1 TO FS-WRITTEN(WS-FILE-NO)
                   END-WRITE
           END-READ.

      * The run date, action and ID are copied as they are; each
      * non-blank image is masked in the master layout.
       4000-MASK-JOURNAL.
           MOVE 3 TO WS-FILE-NO
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS = "00"
               OPEN OUTPUT MASK-JOURNAL-FILE
               IF WS-MJRNL-STATUS = "00"
                   SET FS-PRESENT(WS-FILE-NO) TO TRUE
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 4100-MASK-ONE-JOURNAL UNTIL WS-INPUT-EOF
                   CLOSE MASK-JOURNAL-FILE
               ELSE
                   DISPLAY "WARNING: UNABLE TO OPEN MASK_JRNL, "
                       "STATUS=" WS-MJRNL-STATUS
               END-IF
           END-IF
           CLOSE JOURNAL-FILE.

       4100-MASK-ONE-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FS-READ(WS-FILE-NO)
                   IF JNL-BEFORE-IMAGE NOT = SPACES
                       MOVE JNL-BEFORE-IMAGE TO WS-MASTER-IMAGE
                       PERFORM 5100-MASK-MASTER-IMAGE
                       MOVE WS-MASTER-IMAGE TO JNL-BEFORE-IMAGE
                   END-IF
                   IF JNL-AFTER-IMAGE NOT = SPACES
                       MOVE JNL-AFTER-IMAGE TO WS-MASTER-IMAGE
                       PERFORM 5100-MASK-MASTER-IMAGE
                       MOVE WS-MASTER-IMAGE TO JNL-AFTER-IMAGE
                   END-IF
                   WRITE MASK-JOURNAL-RECORD FROM JOURNAL-RECORD
                   ADD 1 TO FS-WRITTEN(WS-FILE-NO)
           END-READ.

      * Delta images are the 81-byte extract layout; with no change
      * date on them, service is derived to the as-of date.
       4500-MASK-DELTA.
           MOVE 4 TO WS-FILE-NO
           OPEN INPUT DELTA-FILE
           IF WS-DELTA-STATUS = "00"
               OPEN OUTPUT MASK-DELTA-FILE
               IF WS-MDELTA-STATUS = "00"
                   SET FS-PRESENT(WS-FILE-NO) TO TRUE
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 4600-MASK-ONE-DELTA UNTIL WS-INPUT-EOF
                   CLOSE MASK-DELTA-FILE
               ELSE
                   DISPLAY "WARNING: UNABLE TO OPEN MASK_DELTA, "
                       "STATUS=" WS-MDELTA-STATUS
               END-IF
           END-IF
           CLOSE DELTA-FILE.

       4600-MASK-ONE-DELTA.
           READ DELTA-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FS-READ(WS-FILE-NO)
                   IF DLT-NEW-IMAGE NOT = SPACES
                       MOVE DLT-NEW-IMAGE TO WS-MASTER-IMAGE
                       PERFORM 5100-MASK-MASTER-IMAGE
                       MOVE WS-MASTER-IMAGE TO DLT-NEW-IMAGE
                   END-IF
                   IF DLT-OLD-IMAGE NOT = SPACES
                       MOVE DLT-OLD-IMAGE TO WS-MASTER-IMAGE
                       PERFORM 5100-MASK-MASTER-IMAGE
                       MOVE WS-MASTER-IMAGE TO DLT-OLD-IMAGE
                   END-IF
                   WRITE MASK-DELTA-RECORD FROM DELTA-RECORD
                   ADD 1 TO FS-WRITTEN(WS-FILE-NO)
           END-READ.

      * REJECT-DATA is the extract record as it arrived; the reason
      * and source system are copied unchanged.
       4800-MASK-REJECTS.
           MOVE 5 TO WS-FILE-NO
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = "00"
               OPEN OUTPUT MASK-REJECT-FILE
               IF WS-MREJECT-STATUS = "00"
                   SET FS-PRESENT(WS-FILE-NO) TO TRUE
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM 4900-MASK-ONE-REJECT UNTIL WS-INPUT-EOF
                   CLOSE MASK-REJECT-FILE
               ELSE
                   DISPLAY "WARNING: UNABLE TO OPEN MASK_REJECT, "
                       "STATUS=" WS-MREJECT-STATUS
               END-IF
           END-IF
           CLOSE REJECT-FILE.

       4900-MASK-ONE-REJECT.
           READ REJECT-FILE
               AT END
                   SET WS-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO FS-READ(WS-FILE-NO)
                   MOVE REJECT-DATA(1:6) TO MK-EMPLOYEE-ID
                   MOVE REJECT-DATA(10:20) TO MK-LAST-NAME
                   MOVE REJECT-DATA(30:20) TO MK-FIRST-NAME
                   MOVE REJECT-DATA(50:3) TO MK-YEARS-SERVICE-X
                   MOVE REJECT-DATA(53:8) TO MK-HIRE-DATE
                   MOVE WS-AS-OF-DATE TO MK-SERVICE-DATE
                   PERFORM 5000-MASK-PERSON
                   MOVE MK-LAST-NAME TO REJECT-DATA(10:20)
                   MOVE MK-FIRST-NAME TO REJECT-DATA(30:20)
                   MOVE MK-YEARS-SERVICE-X TO REJECT-DATA(50:3)
                   MOVE MK-HIRE-DATE TO REJECT-DATA(53:8)
                   WRITE MASK-REJECT-RECORD FROM REJECT-RECORD
                   ADD 1 TO FS-WRITTEN(WS-FILE-NO)
           END-READ.

      ******************************************************************
      * Masking of one person. Blank names stay blank; a hire date
      * the edit would reject as malformed is left alone, so masked
      * data rejects for the same reasons production data did.
      ******************************************************************
       5000-MASK-PERSON.
           IF MK-EMPLOYEE-ID NUMERIC
               COMPUTE WS-MIX = MK-EMPLOYEE-ID-N * WS-MASK-KEY
                   + MK-EMPLOYEE-ID-N
           ELSE
               MOVE WS-MASK-KEY TO WS-MIX
           END-IF
           DIVIDE WS-MIX BY 29 GIVING WS-MIX-QUOTIENT
               REMAINDER WS-MIX-REMAINDER
           COMPUTE WS-LAST-IDX = WS-MIX-REMAINDER + 1
           DIVIDE WS-MIX-QUOTIENT BY 31 GIVING WS-MIX-QUOTIENT
               REMAINDER WS-MIX-REMAINDER
           COMPUTE WS-FIRST-IDX = WS-MIX-REMAINDER + 1
           DIVIDE WS-MIX-QUOTIENT BY 28 GIVING WS-MIX-QUOTIENT
               REMAINDER WS-MIX-REMAINDER
           COMPUTE WS-NEW-DAY = WS-MIX-REMAINDER + 1
           DIVIDE WS-MIX-QUOTIENT BY 2 GIVING WS-MIX-QUOTIENT
               REMAINDER WS-MIX-REMAINDER
           IF WS-MIX-REMAINDER = ZERO
               MOVE 1 TO WS-YEAR-STEP
           ELSE
               MOVE -1 TO WS-YEAR-STEP
           END-IF
           IF MK-LAST-NAME NOT = SPACES OR MK-FIRST-NAME NOT = SPACES
               ADD 1 TO FS-NAMES-MASKED(WS-FILE-NO)
           END-IF
           IF MK-LAST-NAME NOT = SPACES
               MOVE WS-PSEUDO-LAST(WS-LAST-IDX) TO MK-LAST-NAME
           END-IF
           IF MK-FIRST-NAME NOT = SPACES
               MOVE WS-PSEUDO-FIRST(WS-FIRST-IDX) TO MK-FIRST-NAME
           END-IF
           PERFORM 5300-SHIFT-HIRE-DATE.

      * Candidates in order: the year moved one way, the year moved
      * the other way, the year kept - each with the new day - and
      * last the date as it was. The first that stays in the same
      * band and is not after the as-of date is used. Since the
      * choice depends only on the ID, the key, the original date
      * and the as-of date, a person's masked date is the same in
      * every file.
       5300-SHIFT-HIRE-DATE.
           IF MK-HIRE-DATE NOT NUMERIC
              OR MK-HIRE-DATE(5:2) < "01" OR MK-HIRE-DATE(5:2) > "12"
              OR MK-HIRE-DATE(7:2) < "01" OR MK-HIRE-DATE(7:2) > "31"
              OR MK-HIRE-DATE(1:4) < "1900"
              OR MK-HIRE-DATE-N > WS-AS-OF-DATE
               ADD 1 TO FS-DATES-INVALID(WS-FILE-NO)
           ELSE
               MOVE MK-HIRE-DATE-N TO WS-ORIG-HIRE
               MOVE WS-ORIG-HIRE TO WS-HIRE-DATE-WORK
               MOVE WS-AS-OF-DATE TO WS-EFF-DATE
               PERFORM 5600-GET-SERVICE-BAND
               MOVE WS-BAND TO WS-ORIG-BAND
               MOVE 'N' TO WS-CAND-FOUND-SWITCH
               MOVE WS-ORIG-MONTH TO WS-CAND-MONTH
               MOVE WS-NEW-DAY TO WS-CAND-DAY
               COMPUTE WS-CAND-YEAR = WS-ORIG-YEAR + WS-YEAR-STEP
               PERFORM 5350-TRY-CANDIDATE
               COMPUTE WS-CAND-YEAR = WS-ORIG-YEAR - WS-YEAR-STEP
               PERFORM 5350-TRY-CANDIDATE
               MOVE WS-ORIG-YEAR TO WS-CAND-YEAR
               PERFORM 5350-TRY-CANDIDATE
               IF WS-CAND-FOUND
                   ADD 1 TO FS-DATES-SHIFTED(WS-FILE-NO)
               ELSE
                   MOVE WS-ORIG-HIRE TO WS-CAND-HIRE
                   ADD 1 TO FS-DATES-KEPT(WS-FILE-NO)
               END-IF
               MOVE WS-CAND-HIRE TO MK-HIRE-DATE-N
               IF MK-YEARS-SERVICE NUMERIC
                   PERFORM 5500-REDERIVE-YEARS
               END-IF
           END-IF.

       5350-TRY-CANDIDATE.
           IF NOT WS-CAND-FOUND
              AND WS-CAND-YEAR NOT < 1900
              AND WS-CAND-HIRE NOT > WS-AS-OF-DATE
               MOVE WS-CAND-HIRE TO WS-HIRE-DATE-WORK
               PERFORM 5600-GET-SERVICE-BAND
               IF WS-BAND = WS-ORIG-BAND
                   SET WS-CAND-FOUND TO TRUE
               END-IF
           END-IF.

      * The extract field carries service to one decimal; a value
      * too large for it is left as it was.
       5500-REDERIVE-YEARS.
           MOVE MK-HIRE-DATE-N TO WS-HIRE-DATE-WORK
           IF MK-SERVICE-DATE NUMERIC AND MK-SERVICE-DATE > ZERO
               MOVE MK-SERVICE-DATE TO WS-EFF-DATE
           ELSE
               MOVE WS-AS-OF-DATE TO WS-EFF-DATE
           END-IF
           PERFORM 5700-COMPUTE-SERVICE
           IF WS-DERIVED-YEARS < 100
               MOVE WS-DERIVED-YEARS TO MK-YEARS-SERVICE
           END-IF.

       5600-GET-SERVICE-BAND.
           PERFORM 5700-COMPUTE-SERVICE
           EVALUATE TRUE
               WHEN WS-DERIVED-YEARS < 5
                   MOVE 0 TO WS-BAND
               WHEN WS-DERIVED-YEARS < 10
                   MOVE 1 TO WS-BAND
               WHEN WS-DERIVED-YEARS < 20
                   MOVE 2 TO WS-BAND
               WHEN WS-DERIVED-YEARS NOT > 50
                   MOVE 3 TO WS-BAND
               WHEN OTHER
                   MOVE 4 TO WS-BAND
           END-EVALUATE.

       5700-COMPUTE-SERVICE.
           COMPUTE WS-SERVICE-MONTHS =
               (WS-EFF-YEAR - WS-HIRE-YEAR) * 12
               + (WS-EFF-MONTH - WS-HIRE-MONTH)
           IF WS-EFF-DAY < WS-HIRE-DAY
               SUBTRACT 1 FROM WS-SERVICE-MONTHS
           END-IF
           IF WS-SERVICE-MONTHS < ZERO
               MOVE ZERO TO WS-SERVICE-MONTHS
           END-IF
           COMPUTE WS-DERIVED-YEARS ROUNDED =
               WS-SERVICE-MONTHS / 12.

      * A master-layout image: service is derived to the image's own
      * last change date, the night it was last applied.
       5100-MASK-MASTER-IMAGE.
           MOVE WM-EMPLOYEE-ID TO MK-EMPLOYEE-ID
           MOVE WM-LAST-NAME TO MK-LAST-NAME
           MOVE WM-FIRST-NAME TO MK-FIRST-NAME
           MOVE WM-YEARS-SERVICE TO MK-YEARS-SERVICE
           MOVE WM-HIRE-DATE TO MK-HIRE-DATE
           IF WM-LAST-CHANGE-DATE NUMERIC
               MOVE WM-LAST-CHANGE-DATE TO MK-SERVICE-DATE
           ELSE
               MOVE WS-AS-OF-DATE TO MK-SERVICE-DATE
           END-IF
           PERFORM 5000-MASK-PERSON
           MOVE MK-LAST-NAME TO WM-LAST-NAME
           MOVE MK-FIRST-NAME TO WM-FIRST-NAME
           MOVE MK-YEARS-SERVICE TO WM-YEARS-SERVICE
           MOVE MK-HIRE-DATE TO WM-HIRE-DATE.

       8000-PRINT-SUMMARY.
           IF WS-LINE-COUNT > 50
               PERFORM 8900-PRINT-HEADINGS
           END-IF
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 1 LINE
           WRITE REPORT-PRINT-RECORD FROM MASK-HEADING-3
               AFTER ADVANCING 1 LINE
           PERFORM 8100-PRINT-FILE-LINE
               VARYING WS-FILE-NO FROM 1 BY 1
               UNTIL WS-FILE-NO > 5
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 1 LINE
           IF WS-CT-BLOCKS-CARRIED-OFF > ZERO
               MOVE "*** STOCK_IN BLOCKS OUT OF BALANCE AS READ"
                   TO MN-TEXT
               WRITE REPORT-PRINT-RECORD FROM MASK-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE "UNSHIFTD = NO SHIFT KEPT THE BAND - DATE AS READ"
               TO MN-TEXT
           WRITE REPORT-PRINT-RECORD FROM MASK-NOTE-LINE
               AFTER ADVANCING 1 LINE
           MOVE "INVALID = MALFORMED OR AFTER AS-OF - DATE AS READ"
               TO MN-TEXT
           WRITE REPORT-PRINT-RECORD FROM MASK-NOTE-LINE
               AFTER ADVANCING 1 LINE.

       8100-PRINT-FILE-LINE.
           MOVE FS-FILE-NAME(WS-FILE-NO) TO ML-FILE-NAME
           IF FS-PRESENT(WS-FILE-NO)
               MOVE "YES" TO ML-SUPPLIED
               ADD 1 TO WS-CT-FILES-MASKED
           ELSE
               MOVE "NO" TO ML-SUPPLIED
           END-IF
           MOVE FS-READ(WS-FILE-NO) TO ML-READ
           MOVE FS-WRITTEN(WS-FILE-NO) TO ML-WRITTEN
           MOVE FS-NAMES-MASKED(WS-FILE-NO) TO ML-NAMES
           MOVE FS-DATES-SHIFTED(WS-FILE-NO) TO ML-SHIFTED
           MOVE FS-DATES-KEPT(WS-FILE-NO) TO ML-KEPT
           MOVE FS-DATES-INVALID(WS-FILE-NO) TO ML-INVALID
           WRITE REPORT-PRINT-RECORD FROM MASK-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       8500-PRINT-BLOCK-LINE.
           IF WS-LINE-COUNT > 50
               PERFORM 8900-PRINT-HEADINGS
           END-IF
           WRITE REPORT-PRINT-RECORD FROM MASK-BLOCK-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       8900-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO MH1-RUN-DATE
           MOVE WS-PAGE-COUNT TO MH1-PAGE
           WRITE REPORT-PRINT-RECORD FROM MASK-HEADING-1
               AFTER ADVANCING PAGE
           MOVE WS-AS-OF-DATE TO MH2-AS-OF-DATE
           WRITE REPORT-PRINT-RECORD FROM MASK-HEADING-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-PRINT-RECORD
           WRITE REPORT-PRINT-RECORD
               AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LINE-COUNT.

       9000-PRINT-CONTROL-TOTALS.
           DISPLAY " "
           DISPLAY "===== TEST DATA MASKING CONTROL TOTALS ====="
           DISPLAY "FILES MASKED:          " WS-CT-FILES-MASKED
           DISPLAY "STOCK RECORDS READ:    " FS-READ(1)
           DISPLAY "STOCK BLOCKS:          " WS-CT-BLOCKS
           DISPLAY "BLOCKS KEPT OFF:       " WS-CT-BLOCKS-CARRIED-OFF
           DISPLAY "DATA OUTSIDE BLOCKS:   " WS-CT-OUTSIDE-BLOCK
           DISPLAY "MASTER RECORDS READ:   " FS-READ(2)
           DISPLAY "JOURNAL RECORDS READ:  " FS-READ(3)
           DISPLAY "DELTA RECORDS READ:    " FS-READ(4)
           DISPLAY "REJECT RECORDS READ:   " FS-READ(5).

      * 16 when no report could be opened; 4 when no input at all
      * was supplied, which is nearly always a missing DD.
       9900-TERMINATE.
           IF NOT WS-ABORT-RUN
               CLOSE REPORT-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   DISPLAY "TEST DATA MASKING ENDED IN ERROR"
                   MOVE 16 TO RETURN-CODE
               WHEN WS-CT-FILES-MASKED = ZERO
                   DISPLAY "TEST DATA MASKING COMPLETE - NO INPUT "
                       "FILES SUPPLIED"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "TEST DATA MASKING COMPLETE"
           END-EVALUATE.

      * One step record per run on the shared job log, so JOB-CHECK
      * can sign off the night without anyone opening this step's
      * report. Counts logged for this step:
      *   IN  STOCK_IN records read
      *   OUT files masked
      *   AUX-1 EMP_OUT records read
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
               MOVE "EMP-MASK" TO JL-STEP-NAME
               MOVE WS-JL-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JL-RUN-TIME TO JL-RUN-TIME
               MOVE RETURN-CODE TO JL-RETURN-CODE
               MOVE FS-READ(1) TO JL-CT-IN
               MOVE WS-CT-FILES-MASKED TO JL-CT-OUT
               MOVE ZERO TO JL-CT-REJECTED
               MOVE FS-READ(2) TO JL-CT-AUX-1
               MOVE ZERO TO JL-CT-AUX-2
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN JOB-LOG-FILE, "
                   "STATUS=" WS-JOBLOG-STATUS
                   " - STEP NOT LOGGED"
           END-IF.

       END PROGRAM EMP-MASK.
