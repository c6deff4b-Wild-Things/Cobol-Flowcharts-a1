           ASSIGN TO "TREND_RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRDRPT-STATUS.

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
       FD  HISTORY-FILE.
           05 RH-CT-SKIPPED PIC 9(7).
           05 RH-YEARS-TOTAL PIC 9(8)V9.
           05 RH-DISPOSITION PIC X(12).
      * Records held for HR review; runs logged before the hold
      * check existed end at RH-DISPOSITION and read this as spaces.
           05 RH-CT-HELD PIC 9(7).
      * Per-source split of the counts, and the run time stamped on
      * the run's rejects, read by the reject scorecard; not used
      * here.
           05 RH-SOURCE-COUNT PIC 9(2).
           05 RH-SOURCE-TABLE.
               10 RH-SOURCE-ENTRY OCCURS 10 TIMES.
                   15 RH-SRC-SYSTEM PIC X(8).
                   15 RH-SRC-CT-READ PIC 9(7).
                   15 RH-SRC-CT-REJECTED PIC 9(7).
           05 RH-REJECT-RUN-TIME PIC 9(6).

      * Optional one-record run control naming the report month as
      * YYYYMM; missing means the month of the run date.
       FD  TREND-REPORT-FILE.
       01 TREND-PRINT-RECORD PIC X(132).

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

       01 WS-HIST-STATUS PIC XX.
       01 WS-SUM-READ PIC 9(9) VALUE ZERO.
       01 WS-SUM-WRITTEN PIC 9(9) VALUE ZERO.
       01 WS-SUM-REJECTED PIC 9(9) VALUE ZERO.
       01 WS-SUM-HELD PIC 9(9) VALUE ZERO.
       01 WS-RUN-HELD PIC 9(7) VALUE ZERO.
       01 WS-SUM-YEARS PIC 9(11)V9 VALUE ZERO.

       01 WS-PRV-CT-RUNS PIC 9(5) VALUE ZERO.
           05 FILLER PIC X(9) VALUE "    READ ".
           05 FILLER PIC X(9) VALUE " WRITTEN ".
           05 FILLER PIC X(9) VALUE "REJECTED ".
           05 FILLER PIC X(9) VALUE "    HELD ".
           05 FILLER PIC X(8) VALUE "REJ PCT ".
           05 FILLER PIC X(14) VALUE "DISPOSITION".
           05 FILLER PIC X(40) VALUE "EXTRACT FILE".
           05 FILLER PIC X(14) VALUE SPACES.

       01 TRD-DETAIL-LINE.
           05 TRD-RUN-DATE PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TRD-REJECTED PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TRD-HELD PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TRD-REJECT-PCT PIC ZZ9.9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TRD-DISPOSITION PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TRD-FILE-ID PIC X(40).
           05 FILLER PIC X(14) VALUE SPACES.

       01 SUM-LABEL-LINE.
           05 SUM-LABEL PIC X(28).
           05 FIL-DET-READ PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(69) VALUE SPACES.

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
           ADD RH-CT-WRITTEN TO WS-SUM-WRITTEN
           ADD RH-CT-REJECTED TO WS-SUM-REJECTED
           ADD RH-YEARS-TOTAL TO WS-SUM-YEARS
           IF RH-CT-HELD NUMERIC
               MOVE RH-CT-HELD TO WS-RUN-HELD
           ELSE
               MOVE ZERO TO WS-RUN-HELD
           END-IF
           ADD WS-RUN-HELD TO WS-SUM-HELD
           PERFORM 2300-TALLY-DISPOSITION
           PERFORM 2400-TALLY-FILE-VOLUME
           PERFORM 2500-PRINT-RUN-DETAIL.
           MOVE RH-CT-READ TO TRD-READ
           MOVE RH-CT-WRITTEN TO TRD-WRITTEN
           MOVE RH-CT-REJECTED TO TRD-REJECTED
           MOVE WS-RUN-HELD TO TRD-HELD
           IF RH-CT-READ > ZERO
               COMPUTE WS-RUN-REJECT-PCT ROUNDED =
                   RH-CT-REJECTED * 100 / RH-CT-READ
           MOVE WS-SUM-REJECTED TO SUM-VALUE
           MOVE SUM-LABEL-LINE TO WS-PRINT-LINE
           PERFORM 8100-WRITE-TREND-LINE
           MOVE "RECORDS HELD FOR HR:" TO SUM-LABEL
           MOVE WS-SUM-HELD TO SUM-VALUE
           MOVE SUM-LABEL-LINE TO WS-PRINT-LINE
           PERFORM 8100-WRITE-TREND-LINE
           IF WS-SUM-READ > ZERO
               COMPUTE WS-MONTH-REJECT-PCT ROUNDED =
                   WS-SUM-REJECTED * 100 / WS-SUM-READ
               MOVE 16 TO RETURN-CODE
           END-IF.

      * One step record per run on the shared job log, so JOB-CHECK
      * can sign off the night without anyone opening this step's
      * report. Counts logged for this step:
      *   IN  history records read
      *   OUT runs in the report month
      *   AUX-1 runs in the prior month
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
               MOVE "RUN-TREND" TO JL-STEP-NAME
               MOVE WS-JL-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JL-RUN-TIME TO JL-RUN-TIME
               MOVE RETURN-CODE TO JL-RETURN-CODE
               MOVE WS-CT-HIST-READ TO JL-CT-IN
               MOVE WS-CT-RUNS TO JL-CT-OUT
               MOVE ZERO TO JL-CT-REJECTED
               MOVE WS-PRV-CT-RUNS TO JL-CT-AUX-1
               MOVE ZERO TO JL-CT-AUX-2
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN JOB-LOG-FILE, "
                   "STATUS=" WS-JOBLOG-STATUS
                   " - STEP NOT LOGGED"
           END-IF.

       END PROGRAM RUN-TREND.
