      *   The steps and the commands that run them come from the   *
      *   NIGHTSCHED.DAT schedule file, one step per record in run  *
      *   order, so the operator no longer launches FEEDGUARD,     *
      *   SALESLOAD, SALESWITHCOMMISSION, SALESVARIANCE, COMMRECON,*
      *   GLJOURNAL and RUNBALANCE by hand.                        *
      *                                                             *
      *  Each step is run in turn and its return code checked; a   *
      *   non-zero return code (FEEDGUARD's RC 8, for instance)    *
      *   RECYCLEFEED ahead of FEEDGUARD) simply appends its own   *
      *   run-control record.                                      *
      *                                                             *
      *  Before the truncate, the finished night's RUNLOG.DAT       *
      *   records are appended to the permanent run history         *
      *   RUNHIST.DAT, each stamped with the time it was archived,  *
      *   for the RUNTREND elapsed-time and volume report. If the   *
      *   history cannot be extended the chain stops with           *
      *   RETURN-CODE 8 rather than lose the night's log.           *
      *                                                             *
      *  Every step is listed on the CHAINRPT.DAT report with its  *
      *   disposition (SKIPPED, RUN or FAILED) and return code.    *
      ***************************************************************
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNLOG-STATUS.
            SELECT CHAIN-REPORT ASSIGN TO "CHAINRPT.DAT".
            SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNHIST-STATUS.


       DATA DIVISION.
            05 RL-RECORDS-REJECTED  PIC 9(8).
            05 RL-RETURN-CODE       PIC 9(4).

        FD RUN-HISTORY.

        01  RUN-HISTORY-RECORD.
            05 RHS-ARCHIVED-STAMP   PIC 9(14).
            05 RHS-PROGRAM-ID       PIC X(20).
            05 RHS-START-STAMP      PIC 9(14).
            05 RHS-END-STAMP        PIC 9(14).
            05 RHS-RECORDS-READ     PIC 9(8).
            05 RHS-RECORDS-WRITTEN  PIC 9(8).
            05 RHS-RECORDS-REJECTED PIC 9(8).
            05 RHS-RETURN-CODE      PIC 9(4).

        FD CHAIN-REPORT.

        01  CHAIN-PRINT-LINE        PIC X(132).

        01  WS-SCHEDULE-STATUS     PIC XX VALUE SPACES.
        01  WS-RUNLOG-STATUS       PIC XX VALUE SPACES.
        01  WS-RUNHIST-STATUS      PIC XX VALUE SPACES.

        01  WS-ARCHIVE-FIELDS.
            05 WS-ARCHIVED-COUNT   PIC 9(5) VALUE ZEROES.
            05 WS-ARCHIVE-STAMP    PIC 9(14) VALUE ZEROES.
            05 WS-STAMP-DATE       PIC 9(8) VALUE ZEROES.
            05 WS-STAMP-TIME       PIC 9(8) VALUE ZEROES.
            05 FILLER REDEFINES WS-STAMP-TIME.
                10 WS-STAMP-HHMMSS PIC 9(6).
                10 FILLER          PIC 9(2).

        01  WS-SCHEDULE-TABLE.
            05 WS-SCHEDULE-COUNT   PIC 9(3) COMP VALUE ZEROES.
               'SCHEDULE FILE NIGHTSCHED.DAT MISSING - RUN ABORTED'.
            05 FILLER              PIC X(77) VALUE SPACES.

        01  CHAIN-ARCHIVE-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(38) VALUE
               'PRIOR LOG RECORDS ADDED TO RUNHIST:   '.
            05 CHN-ARCHIVED-COUNT  PIC ZZ,ZZ9.
            05 FILLER              PIC X(83) VALUE SPACES.

        01  CHAIN-HISTORY-ABORT-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(50) VALUE
               'RUN HISTORY RUNHIST.DAT UNUSABLE - RUN ABORTED'.
            05 FILLER              PIC X(77) VALUE SPACES.

        01  CHAIN-RESUME-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(34) VALUE
           END-IF.

        0095-START-FRESH-LOG.
           PERFORM 0097-ARCHIVE-RUN-LOG.
           OPEN OUTPUT RUN-LOG.
           CLOSE RUN-LOG.

        0097-ARCHIVE-RUN-LOG.
           MOVE ZEROES TO WS-ARCHIVED-COUNT.
           MOVE 'N' TO WS-RUNLOG-EOF-SW.
           OPEN INPUT RUN-LOG.
           IF WS-RUNLOG-STATUS = '00'
              OPEN EXTEND RUN-HISTORY
              IF WS-RUNHIST-STATUS NOT = '00'
                 AND WS-RUNHIST-STATUS NOT = '05'
                 CLOSE RUN-LOG
                 MOVE CHAIN-HISTORY-ABORT-LINE TO CHAIN-PRINT-LINE
                 WRITE CHAIN-PRINT-LINE AFTER ADVANCING 1 LINE
                 CLOSE CHAIN-REPORT
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STAMP-TIME FROM TIME
              COMPUTE WS-ARCHIVE-STAMP =
                 WS-STAMP-DATE * 1000000 + WS-STAMP-HHMMSS
              READ RUN-LOG
                 AT END SET END-OF-RUNLOG TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RUNLOG
                 MOVE WS-ARCHIVE-STAMP TO RHS-ARCHIVED-STAMP
                 MOVE RL-START-STAMP TO RHS-START-STAMP
                 MOVE RL-END-STAMP TO RHS-END-STAMP
                 MOVE RL-RECORDS-READ TO RHS-RECORDS-READ
                 MOVE RL-RECORDS-WRITTEN TO RHS-RECORDS-WRITTEN
                 MOVE RL-RECORDS-REJECTED TO RHS-RECORDS-REJECTED
                 MOVE RL-RETURN-CODE TO RHS-RETURN-CODE
                 MOVE RL-PROGRAM-ID TO RHS-PROGRAM-ID
                 WRITE RUN-HISTORY-RECORD
                 ADD 1 TO WS-ARCHIVED-COUNT
                 READ RUN-LOG
                    AT END SET END-OF-RUNLOG TO TRUE
                 END-READ
              END-PERFORM
              CLOSE RUN-HISTORY
              MOVE WS-ARCHIVED-COUNT TO CHN-ARCHIVED-COUNT
              MOVE CHAIN-ARCHIVE-LINE TO CHAIN-PRINT-LINE
              WRITE CHAIN-PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE RUN-LOG.

        0100-RUN-CHAIN.
           PERFORM VARYING WS-STEP-SUB FROM WS-RESUME-STEP BY 1
                   UNTIL WS-STEP-SUB > WS-SCHEDULE-COUNT
