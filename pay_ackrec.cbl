      *          payroll load can pick them up. Anything unaccounted
      *          for ends the job at severity 8 - the same severity
      *          the nightly edit uses for a breached reject limit -
      *          so the scheduler can page someone. The ID re-key
      *          step's K (re-key) and M (merge) deltas reconcile
      *          like any other action; their report lines also show
      *          the retired ID, and applied deltas are counted by
      *          action so HR can balance the night by type.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-ACKREC.

           SELECT ACK-SORT-FILE
           ASSIGN TO "SORTWK2".

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
       FD  DELTA-FILE.
       FD  DELTA-SORTED-FILE.
       01 DELTA-SORTED-RECORD.
           05 DS-ACTION PIC X.
               88 DS-ID-CHANGE VALUES "K" "M".
           05 DS-EMPLOYEE-ID PIC 9(6).
           05 DS-IMAGES PIC X(162).
      * On a K or M the old image is the record under the retired ID.
           05 DS-IMAGE-PARTS REDEFINES DS-IMAGES.
               10 DS-NEW-IMAGE PIC X(81).
               10 DS-OLD-EMPLOYEE-ID PIC X(6).
               10 FILLER PIC X(75).

       FD  ACK-SORTED-FILE.
       01 ACK-SORTED-RECORD.
           05 ASR-ACTION PIC X.
           05 ASR-STATUS PIC X.

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

       01 WS-DELTA-STATUS PIC XX.
       01 WS-CT-DELTAS-READ PIC 9(7) VALUE ZERO.
       01 WS-CT-ACKS-READ PIC 9(7) VALUE ZERO.
       01 WS-CT-APPLIED PIC 9(7) VALUE ZERO.
       01 WS-CT-APPLIED-ADDS PIC 9(7) VALUE ZERO.
       01 WS-CT-APPLIED-CHANGES PIC 9(7) VALUE ZERO.
       01 WS-CT-APPLIED-DELETES PIC 9(7) VALUE ZERO.
       01 WS-CT-APPLIED-REKEYS PIC 9(7) VALUE ZERO.
       01 WS-CT-APPLIED-MERGES PIC 9(7) VALUE ZERO.
       01 WS-CT-UNACKED PIC 9(7) VALUE ZERO.
       01 WS-CT-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-CT-UNKNOWN-ACKS PIC 9(7) VALUE ZERO.
       01 RECON-HEADING-2.
           05 FILLER PIC X(8) VALUE "EMPL ID ".
           05 FILLER PIC X(8) VALUE "ACTION  ".
           05 FILLER PIC X(26) VALUE "DISPOSITION".
           05 FILLER PIC X(10) VALUE "RETIRED ID".
           05 FILLER PIC X(80) VALUE SPACES.

       01 RECON-DETAIL-LINE.
           05 RD-EMPLOYEE-ID PIC 9(6).
           05 RD-ACTION PIC X.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RD-DISPOSITION PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-RETIRED-ID PIC X(6).
           05 FILLER PIC X(84) VALUE SPACES.

       01 RECON-TOTAL-LINE.
           05 FILLER PIC X(14) VALUE "UNACCOUNTED: ".
           05 RT-RETRANSMITTED PIC ZZZ,ZZ9.
           05 FILLER PIC X(87) VALUE SPACES.

       01 RECON-APPLIED-LINE.
           05 FILLER PIC X(14) VALUE "APPLIED  ADDS:".
           05 RA-ADDS PIC ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "  CHANGES:".
           05 RA-CHANGES PIC ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "  DELETES:".
           05 RA-DELETES PIC ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE "  RE-KEYS:".
           05 RA-REKEYS PIC ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  MERGES:".
           05 RA-MERGES PIC ZZZ,ZZ9.
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
           PERFORM 1000-INITIALIZE
           END-IF
           PERFORM 9000-PRINT-CONTROL-TOTALS
           PERFORM 9900-TERMINATE
           PERFORM 9950-WRITE-JOB-LOG
           STOP RUN.

       1000-INITIALIZE.
                   IF AK-REJECTED
                       PERFORM 3500-REPORT-REJECTED
                   ELSE
                       PERFORM 3350-COUNT-APPLIED
                   END-IF
                   PERFORM 3100-READ-DELTA
                   PERFORM 3200-READ-ACK
           END-EVALUATE.

       3350-COUNT-APPLIED.
           ADD 1 TO WS-CT-APPLIED
           EVALUATE DS-ACTION
               WHEN "A"
                   ADD 1 TO WS-CT-APPLIED-ADDS
               WHEN "C"
                   ADD 1 TO WS-CT-APPLIED-CHANGES
               WHEN "D"
                   ADD 1 TO WS-CT-APPLIED-DELETES
               WHEN "K"
                   ADD 1 TO WS-CT-APPLIED-REKEYS
               WHEN "M"
                   ADD 1 TO WS-CT-APPLIED-MERGES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3400-REPORT-UNACKED.
           ADD 1 TO WS-CT-UNACKED
           ADD 1 TO WS-CT-UNACCOUNTED
           MOVE DS-EMPLOYEE-ID TO RD-EMPLOYEE-ID
           MOVE DS-ACTION TO RD-ACTION
           PERFORM 3450-SET-RETIRED-ID
           MOVE "NOT ACKNOWLEDGED" TO RD-DISPOSITION
           PERFORM 8100-WRITE-RECON-DETAIL
           PERFORM 3700-WRITE-RETRAN-RECORD.

      * An unapplied re-key or merge leaves payroll holding the person
      * under the retired ID, which is the ID payroll will quote when
      * the clerks chase it.
       3450-SET-RETIRED-ID.
           IF DS-ID-CHANGE
               MOVE DS-OLD-EMPLOYEE-ID TO RD-RETIRED-ID
           ELSE
               MOVE SPACES TO RD-RETIRED-ID
           END-IF.

       3500-REPORT-REJECTED.
           ADD 1 TO WS-CT-REJECTED
           ADD 1 TO WS-CT-UNACCOUNTED
           MOVE DS-EMPLOYEE-ID TO RD-EMPLOYEE-ID
           MOVE DS-ACTION TO RD-ACTION
           PERFORM 3450-SET-RETIRED-ID
           MOVE "REJECTED BY PAYROLL" TO RD-DISPOSITION
           PERFORM 8100-WRITE-RECON-DETAIL
           PERFORM 3700-WRITE-RETRAN-RECORD.
           ADD 1 TO WS-CT-UNACCOUNTED
           MOVE AK-EMPLOYEE-ID TO RD-EMPLOYEE-ID
           MOVE AK-ACTION TO RD-ACTION
           MOVE SPACES TO RD-RETIRED-ID
           MOVE "ACK FOR DELTA NOT SENT" TO RD-DISPOSITION
           PERFORM 8100-WRITE-RECON-DETAIL.

           MOVE WS-CT-UNACCOUNTED TO RT-UNACCOUNTED
           MOVE WS-CT-RETRANSMITTED TO RT-RETRANSMITTED
           MOVE RECON-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM 8200-WRITE-RECON-LINE
           MOVE WS-CT-APPLIED-ADDS TO RA-ADDS
           MOVE WS-CT-APPLIED-CHANGES TO RA-CHANGES
           MOVE WS-CT-APPLIED-DELETES TO RA-DELETES
           MOVE WS-CT-APPLIED-REKEYS TO RA-REKEYS
           MOVE WS-CT-APPLIED-MERGES TO RA-MERGES
           MOVE RECON-APPLIED-LINE TO WS-PRINT-LINE
           PERFORM 8200-WRITE-RECON-LINE.

       9000-PRINT-CONTROL-TOTALS.
           DISPLAY "DELTAS RELEASED:       " WS-CT-DELTAS-READ
           DISPLAY "ACKS RECEIVED:         " WS-CT-ACKS-READ
           DISPLAY "APPLIED BY PAYROLL:    " WS-CT-APPLIED
           DISPLAY "  ADDS:                " WS-CT-APPLIED-ADDS
           DISPLAY "  CHANGES:             " WS-CT-APPLIED-CHANGES
           DISPLAY "  DELETES:             " WS-CT-APPLIED-DELETES
           DISPLAY "  RE-KEYS:             " WS-CT-APPLIED-REKEYS
           DISPLAY "  MERGES:              " WS-CT-APPLIED-MERGES
           DISPLAY "NOT ACKNOWLEDGED:      " WS-CT-UNACKED
           DISPLAY "REJECTED BY PAYROLL:   " WS-CT-REJECTED
           DISPLAY "ACKS FOR UNSENT:       " WS-CT-UNKNOWN-ACKS
                   CONTINUE
           END-EVALUATE.

      * One step record per run on the shared job log, so JOB-CHECK
      * can sign off the night without anyone opening this step's
      * report. Counts logged for this step:
      *   IN  deltas read from EMP_DELTA
      *   OUT deltas matched to an acknowledgment
      *   REJECTED deltas payroll rejected
      *   AUX-1 deltas not acknowledged
      *   AUX-2 records written to RETRAN_OUT
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
               MOVE "PAY-ACKREC" TO JL-STEP-NAME
               MOVE WS-JL-RUN-DATE TO JL-RUN-DATE
               MOVE WS-JL-RUN-TIME TO JL-RUN-TIME
               MOVE RETURN-CODE TO JL-RETURN-CODE
               COMPUTE JL-CT-OUT = WS-CT-APPLIED + WS-CT-REJECTED
               MOVE WS-CT-DELTAS-READ TO JL-CT-IN
               MOVE WS-CT-REJECTED TO JL-CT-REJECTED
               MOVE WS-CT-UNACKED TO JL-CT-AUX-1
               MOVE WS-CT-RETRANSMITTED TO JL-CT-AUX-2
               WRITE JOB-LOG-RECORD
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "WARNING: UNABLE TO OPEN JOB-LOG-FILE, "
                   "STATUS=" WS-JOBLOG-STATUS
                   " - STEP NOT LOGGED"
           END-IF.

       END PROGRAM PAY-ACKREC.
