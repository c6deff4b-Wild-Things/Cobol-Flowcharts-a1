           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMPLOYEE-ID
           FILE STATUS IS WS-EMP-STATUS.

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
       FD  DEPT-TXN-FILE.
           05 EM-EMP-STATUS PIC X.
           05 EM-LAST-CHANGE-DATE PIC 9(8).

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
               VALUE " EMPLOYEES - NOT ON DEPT MASTER".
           05 FILLER PIC X(83) VALUE SPACES.

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
               MOVE 16 TO RETURN-CODE
           END-IF.

      * One step record per run on the shared job log, so JOB-CHECK
      * can sign off the night without anyone opening this step's
      * report. Counts logged for this step:
      *   IN  transactions read
      *   OUT adds, changes and deletes applied
      *   REJECTED transactions rejected
      *   AUX-1 orphaned department codes
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
               MOVE "DEPT-MAINT" TO JL-STEP-NAME
               MOVE WS-JL-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JL-RUN-TIME TO JL-RUN-TIME
               MOVE RETURN-CODE TO JL-RETURN-CODE
               COMPUTE JL-CT-OUT = WS-CT-ADDS + WS-CT-CHANGES
                   + WS-CT-DELETES
               MOVE WS-CT-TXNS TO JL-CT-IN
               MOVE WS-CT-REJECTED TO JL-CT-REJECTED
               MOVE WS-CT-ORPHANS TO JL-CT-AUX-1
               MOVE ZERO TO JL-CT-AUX-2
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN JOB-LOG-FILE, "
                   "STATUS=" WS-JOBLOG-STATUS
                   " - STEP NOT LOGGED"
           END-IF.

       END PROGRAM DEPT-MAINT.
