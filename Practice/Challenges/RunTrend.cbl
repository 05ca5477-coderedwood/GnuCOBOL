       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNTREND.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  This program is the batch run trend report. It compares    *
      *   one night's run-control records with the same steps'      *
      *   history so a creeping batch window, or a feed that        *
      *   arrives far smaller than usual but still balances to its  *
      *   own trailer, is caught while there is still time to ask   *
      *   why.                                                      *
      *                                                             *
      *  The night reported is the one on RUNLOG.DAT, so the report *
      *   can run as soon as RUNBALANCE has signed off. When        *
      *   RUNLOG.DAT is empty (NIGHTCHAIN has already archived it   *
      *   and started a fresh night) the last night on the run      *
      *   history is reported instead. The history is RUNHIST.DAT,  *
      *   the permanent copy of every night's RUNLOG.DAT that       *
      *   NIGHTCHAIN appends before it truncates the log.           *
      *                                                             *
      *  For each step that ran, the report shows the elapsed       *
      *   seconds, records read and records written against the     *
      *   average of the step's trailing clean (RC zero) runs, with *
      *   the difference as a percentage. A volume more than the    *
      *   volume tolerance away from its average is flagged LOW or  *
      *   HIGH; an elapsed time more than the elapsed tolerance     *
      *   away - and by at least the minimum number of seconds, so  *
      *   steps that take a second or two are not flagged on noise  *
      *   - is flagged SLOW or FAST. Nothing is flagged until a     *
      *   step has three trailing runs. The whole batch window      *
      *   (first step start to last step end) is compared with the  *
      *   trailing nights the same way, and steps in the history    *
      *   that did not run that night are listed at the end.        *
      *                                                             *
      *  The defaults are the last 10 runs, a 40 percent volume     *
      *   tolerance, a 50 percent elapsed tolerance and a 60 second *
      *   minimum; a RUNTRENDPARM.DAT record (runs 2 digits, up     *
      *   to 20; volume percent 3; elapsed percent 3; minimum       *
      *   seconds 5) overrides them. The report is written to       *
      *   RUNTRENDRPT.DAT.                                          *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNLOG-STATUS.
            SELECT OPTIONAL RUN-HISTORY ASSIGN TO "RUNHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RUNHIST-STATUS.
            SELECT PARM-FILE ASSIGN TO "RUNTRENDPARM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.
            SELECT TREND-REPORT ASSIGN TO "RUNTRENDRPT.DAT".


       DATA DIVISION.

       FILE SECTION.
       FD RUN-LOG.

       01 RUN-LOG-RECORD.
            05 RL-PROGRAM-ID        PIC X(20).
            05 RL-START-STAMP       PIC 9(14).
            05 RL-END-STAMP         PIC 9(14).
            05 RL-RECORDS-READ      PIC 9(8).
            05 RL-RECORDS-WRITTEN   PIC 9(8).
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

        FD PARM-FILE.

        01  TREND-PARM-RECORD.
            05 PARM-TRAILING-RUNS   PIC 9(2).
            05 PARM-VOLUME-PCT      PIC 9(3).
            05 PARM-ELAPSED-PCT     PIC 9(3).
            05 PARM-MIN-SECONDS     PIC 9(5).

        FD TREND-REPORT.

        01  TREND-PRINT-LINE        PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-SWITCHES.
            05 WS-RUNLOG-EOF-SW    PIC X VALUE 'N'.
               88 END-OF-RUNLOG          VALUE 'Y'.
            05 WS-HISTORY-EOF-SW   PIC X VALUE 'N'.
               88 END-OF-HISTORY         VALUE 'Y'.
            05 WS-SOURCE-SW        PIC X VALUE 'L'.
               88 WS-NIGHT-FROM-LOG      VALUE 'L'.
               88 WS-NIGHT-FROM-HISTORY  VALUE 'H'.
            05 WS-OUTLIER-SW       PIC X VALUE 'N'.
               88 WS-STEP-OUTLIER        VALUE 'Y'.

        01  WS-FILE-STATUSES.
            05 WS-RUNLOG-STATUS    PIC XX VALUE SPACES.
            05 WS-RUNHIST-STATUS   PIC XX VALUE SPACES.
            05 WS-PARM-STATUS      PIC XX VALUE SPACES.

        01  WS-TOLERANCES.
            05 WS-TRAILING-RUNS    PIC 9(3) COMP VALUE 10.
            05 WS-VOLUME-PCT       PIC 9(3) VALUE 40.
            05 WS-ELAPSED-PCT      PIC 9(3) VALUE 50.
            05 WS-MIN-SECONDS      PIC 9(5) VALUE 60.
            05 WS-MIN-SAMPLES      PIC 9(3) COMP VALUE 3.

        01  WS-STEP-TABLE.
            05 WS-STEP-COUNT       PIC 9(3) COMP VALUE ZEROES.
            05 WS-STEP-ENTRY OCCURS 30 TIMES.
                10 WS-SP-PROGRAM   PIC X(20).
                10 WS-SP-TONIGHT-SW PIC X.
                   88 WS-SP-RAN-TONIGHT  VALUE 'Y'.
                10 WS-SP-CUR-RC    PIC 9(4).
                10 WS-SP-CUR-ELAPSED PIC 9(7).
                10 WS-SP-CUR-READ  PIC 9(8).
                10 WS-SP-CUR-WRITTEN PIC 9(8).
                10 WS-SP-SAMPLES   PIC 9(3) COMP.
                10 WS-SP-LAST-SLOT PIC 9(3) COMP.
                10 WS-SP-SAMPLE OCCURS 20 TIMES.
                   15 WS-SS-ELAPSED PIC 9(7).
                   15 WS-SS-READ   PIC 9(8).
                   15 WS-SS-WRITTEN PIC 9(8).

        01  WS-TONIGHT-ORDER.
            05 WS-TONIGHT-COUNT    PIC 9(3) COMP VALUE ZEROES.
            05 WS-TONIGHT-STEP OCCURS 30 TIMES PIC 9(3) COMP.

        01  WS-NIGHT-TABLE.
            05 WS-NIGHT-SAMPLES    PIC 9(3) COMP VALUE ZEROES.
            05 WS-NIGHT-LAST-SLOT  PIC 9(3) COMP VALUE ZEROES.
            05 WS-NIGHT-WINDOW OCCURS 20 TIMES PIC 9(7).

        01  WS-NIGHT-FIELDS.
            05 WS-LAST-ARCHIVED    PIC 9(14) VALUE ZEROES.
            05 WS-HIST-NIGHT-STAMP PIC 9(14) VALUE ZEROES.
            05 WS-HIST-FIRST-START PIC 9(12) VALUE ZEROES.
            05 WS-HIST-LAST-END    PIC 9(12) VALUE ZEROES.
            05 WS-CUR-FIRST-START  PIC 9(12) VALUE ZEROES.
            05 WS-CUR-LAST-END     PIC 9(12) VALUE ZEROES.
            05 WS-CUR-WINDOW       PIC 9(7) VALUE ZEROES.
            05 WS-CUR-NIGHT-DATE   PIC 9(8) VALUE ZEROES.
            05 WS-HISTORY-NIGHTS   PIC 9(5) VALUE ZEROES.

        01  WS-CONVERT-FIELDS.
            05 WS-CONV-STAMP       PIC 9(14) VALUE ZEROES.
            05 FILLER REDEFINES WS-CONV-STAMP.
                10 WS-CONV-DATE    PIC 9(8).
                10 WS-CONV-HH      PIC 9(2).
                10 WS-CONV-MM      PIC 9(2).
                10 WS-CONV-SS      PIC 9(2).
            05 WS-CONV-SECONDS     PIC 9(12) VALUE ZEROES.
            05 WS-START-SECONDS    PIC 9(12) VALUE ZEROES.
            05 WS-END-SECONDS      PIC 9(12) VALUE ZEROES.
            05 WS-ELAPSED          PIC 9(7) VALUE ZEROES.

        01  WS-COMPARE-FIELDS.
            05 WS-CMP-ACTUAL       PIC 9(8) VALUE ZEROES.
            05 WS-CMP-AVERAGE      PIC 9(8) VALUE ZEROES.
            05 WS-CMP-DIFF         PIC S9(9) VALUE ZEROES.
            05 WS-CMP-ABS-DIFF     PIC 9(9) VALUE ZEROES.
            05 WS-CMP-PCT          PIC S9(5) VALUE ZEROES.
            05 WS-CMP-ABS-PCT      PIC 9(5) VALUE ZEROES.
            05 WS-CMP-TOLERANCE    PIC 9(3) VALUE ZEROES.
            05 WS-CMP-MINIMUM      PIC 9(5) VALUE ZEROES.
            05 WS-CMP-SAMPLES      PIC 9(3) COMP VALUE ZEROES.
            05 WS-CMP-LOW-WORD     PIC X(4) VALUE SPACES.
            05 WS-CMP-HIGH-WORD    PIC X(4) VALUE SPACES.
            05 WS-CMP-FLAG         PIC X(4) VALUE SPACES.
            05 WS-SUM-ELAPSED      PIC 9(10) VALUE ZEROES.
            05 WS-SUM-READ         PIC 9(11) VALUE ZEROES.
            05 WS-SUM-WRITTEN      PIC 9(11) VALUE ZEROES.

        01  WS-SUBSCRIPTS.
            05 WS-STEP-SUB         PIC 9(3) COMP VALUE ZEROES.
            05 WS-FIND-SUB         PIC 9(3) COMP VALUE ZEROES.
            05 WS-SAMPLE-SUB       PIC 9(3) COMP VALUE ZEROES.
            05 WS-ORDER-SUB        PIC 9(3) COMP VALUE ZEROES.
            05 WS-FIND-PROGRAM     PIC X(20) VALUE SPACES.

        01  WS-COUNTS.
            05 WS-STEPS-FLAGGED    PIC 9(3) VALUE ZEROES.
            05 WS-STEPS-REPORTED   PIC 9(3) VALUE ZEROES.

        01  TREND-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(35) VALUE
               'BATCH RUN TREND REPORT     NIGHT: '.
            05 TRD-NIGHT-DATE      PIC 9(8).
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 FILLER              PIC X(6)  VALUE 'FROM: '.
            05 TRD-NIGHT-SOURCE    PIC X(11).
            05 FILLER              PIC X(64) VALUE SPACES.

        01  TREND-PARM-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(15) VALUE 'TRAILING RUNS: '.
            05 TRD-TRAILING-RUNS   PIC Z9.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 FILLER              PIC X(18) VALUE 'VOLUME TOLERANCE: '.
            05 TRD-VOLUME-PCT      PIC ZZ9.
            05 FILLER              PIC X(4)  VALUE ' PCT'.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 FILLER              PIC X(19) VALUE
               'ELAPSED TOLERANCE: '.
            05 TRD-ELAPSED-PCT     PIC ZZ9.
            05 FILLER              PIC X(4)  VALUE ' PCT'.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 FILLER              PIC X(9)  VALUE 'MINIMUM: '.
            05 TRD-MIN-SECONDS     PIC ZZ,ZZ9.
            05 FILLER              PIC X(4)  VALUE ' SEC'.
            05 FILLER              PIC X(23) VALUE SPACES.

        01  TREND-COLUMN-HEADING1.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(20) VALUE SPACES.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(8)  VALUE SPACES.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(25) VALUE
               '---- ELAPSED SECONDS ----'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(31) VALUE
               '--------- RECORDS READ --------'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(31) VALUE
               '------- RECORDS WRITTEN -------'.
            05 FILLER              PIC X(4)  VALUE SPACES.

        01  TREND-COLUMN-HEADING2.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(20) VALUE 'STEP'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(8)  VALUE 'STATUS'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(25) VALUE
               'TONIGHT AVERAGE   PCT    '.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(31) VALUE
               '   TONIGHT    AVERAGE   PCT    '.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(31) VALUE
               '   TONIGHT    AVERAGE   PCT    '.
            05 FILLER              PIC X(4)  VALUE SPACES.

        01  TREND-DETAIL-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 TRD-PROGRAM         PIC X(20).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 TRD-STATUS          PIC X(8).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 TRD-ELAPSED         PIC ZZZZZZ9.
            05 FILLER              PIC X     VALUE SPACES.
            05 TRD-AVG-ELAPSED     PIC ZZZZZZ9.
            05 FILLER              PIC X     VALUE SPACES.
            05 TRD-ELAPSED-DIFF    PIC ----9.
            05 FILLER              PIC X     VALUE SPACES.
            05 TRD-ELAPSED-FLAG    PIC X(4).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 TRD-READ            PIC ZZ,ZZZ,ZZ9.
            05 FILLER              PIC X     VALUE SPACES.
            05 TRD-AVG-READ        PIC ZZ,ZZZ,ZZ9.
            05 FILLER              PIC X     VALUE SPACES.
            05 TRD-READ-DIFF       PIC ----9.
            05 FILLER              PIC X     VALUE SPACES.
            05 TRD-READ-FLAG       PIC X(4).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 TRD-WRITTEN         PIC ZZ,ZZZ,ZZ9.
            05 FILLER              PIC X     VALUE SPACES.
            05 TRD-AVG-WRITTEN     PIC ZZ,ZZZ,ZZ9.
            05 FILLER              PIC X     VALUE SPACES.
            05 TRD-WRITTEN-DIFF    PIC ----9.
            05 FILLER              PIC X     VALUE SPACES.
            05 TRD-WRITTEN-FLAG    PIC X(4).
            05 FILLER              PIC X(4)  VALUE SPACES.

        01  TREND-NOT-RUN-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 TRD-NR-PROGRAM      PIC X(20).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(8)  VALUE 'NOT RUN'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(26) VALUE
               'TRAILING CLEAN RUNS HELD: '.
            05 TRD-NR-SAMPLES      PIC Z9.
            05 FILLER              PIC X(67) VALUE SPACES.

        01  TREND-WINDOW-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(20) VALUE 'BATCH WINDOW'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 TRD-WIN-STATUS      PIC X(8).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 TRD-WIN-ELAPSED     PIC ZZZZZZ9.
            05 FILLER              PIC X     VALUE SPACES.
            05 TRD-WIN-AVERAGE     PIC ZZZZZZ9.
            05 FILLER              PIC X     VALUE SPACES.
            05 TRD-WIN-DIFF        PIC ----9.
            05 FILLER              PIC X     VALUE SPACES.
            05 TRD-WIN-FLAG        PIC X(4).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(17) VALUE 'TRAILING NIGHTS: '.
            05 TRD-WIN-NIGHTS      PIC Z9.
            05 FILLER              PIC X(48) VALUE SPACES.

        01  TREND-MESSAGE-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 TRD-MESSAGE         PIC X(60).
            05 FILLER              PIC X(67) VALUE SPACES.

        01  TREND-SUMMARY-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(16) VALUE 'STEPS REPORTED: '.
            05 TRD-STEPS-REPORTED  PIC ZZ9.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 FILLER              PIC X(15) VALUE 'STEPS FLAGGED: '.
            05 TRD-STEPS-FLAGGED   PIC ZZ9.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 FILLER              PIC X(22) VALUE
               'NIGHTS ON RUN HISTORY:'.
            05 FILLER              PIC X     VALUE SPACES.
            05 TRD-HISTORY-NIGHTS  PIC ZZ,ZZ9.
            05 FILLER              PIC X(55) VALUE SPACES.

        PROCEDURE DIVISION.

        0050-MAIN.
           PERFORM 0055-READ-TREND-PARM.
           OPEN OUTPUT TREND-REPORT.
           PERFORM 0060-LOAD-TONIGHT-FROM-LOG.
           IF WS-TONIGHT-COUNT = ZEROES
              SET WS-NIGHT-FROM-HISTORY TO TRUE
              PERFORM 0065-FIND-LAST-NIGHT
           END-IF.
           PERFORM 0070-LOAD-HISTORY.
           PERFORM 0100-WRITE-HEADINGS.
           IF WS-TONIGHT-COUNT = ZEROES
              MOVE 'NO RUN-CONTROL RECORDS ON RUNLOG.DAT OR RUNHIST.DAT'
                 TO TRD-MESSAGE
              MOVE TREND-MESSAGE-LINE TO TREND-PRINT-LINE
              WRITE TREND-PRINT-LINE AFTER ADVANCING 2 LINES
           ELSE
              PERFORM 0110-REPORT-STEPS
              PERFORM 0150-REPORT-WINDOW
              PERFORM 0160-REPORT-NOT-RUN
           END-IF.
           PERFORM 0170-WRITE-SUMMARY.
           PERFORM 0200-STOP-RUN.

        0055-READ-TREND-PARM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ PARM-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-PARM-STATUS = '00'
                 IF PARM-TRAILING-RUNS NUMERIC
                    AND PARM-TRAILING-RUNS > ZEROES
                    AND PARM-TRAILING-RUNS NOT > 20
                    MOVE PARM-TRAILING-RUNS TO WS-TRAILING-RUNS
                 END-IF
                 IF PARM-VOLUME-PCT NUMERIC
                    AND PARM-VOLUME-PCT > ZEROES
                    MOVE PARM-VOLUME-PCT TO WS-VOLUME-PCT
                 END-IF
                 IF PARM-ELAPSED-PCT NUMERIC
                    AND PARM-ELAPSED-PCT > ZEROES
                    MOVE PARM-ELAPSED-PCT TO WS-ELAPSED-PCT
                 END-IF
                 IF PARM-MIN-SECONDS NUMERIC
                    MOVE PARM-MIN-SECONDS TO WS-MIN-SECONDS
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF.
           IF WS-TRAILING-RUNS < WS-MIN-SAMPLES
              MOVE WS-TRAILING-RUNS TO WS-MIN-SAMPLES
           END-IF.

        0060-LOAD-TONIGHT-FROM-LOG.
           OPEN INPUT RUN-LOG.
           IF WS-RUNLOG-STATUS = '00'
              READ RUN-LOG
                 AT END SET END-OF-RUNLOG TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RUNLOG
                 MOVE RL-PROGRAM-ID TO WS-FIND-PROGRAM
                 MOVE RL-START-STAMP TO WS-CONV-STAMP
                 PERFORM 0310-STAMP-TO-SECONDS
                 MOVE WS-CONV-SECONDS TO WS-START-SECONDS
                 IF WS-CUR-NIGHT-DATE = ZEROES
                    MOVE WS-CONV-DATE TO WS-CUR-NIGHT-DATE
                 END-IF
                 MOVE RL-END-STAMP TO WS-CONV-STAMP
                 PERFORM 0310-STAMP-TO-SECONDS
                 MOVE WS-CONV-SECONDS TO WS-END-SECONDS
                 PERFORM 0320-COMPUTE-ELAPSED
                 PERFORM 0080-ADD-TONIGHT-RECORD
                 IF WS-STEP-SUB > ZEROES
                    MOVE RL-RETURN-CODE TO WS-SP-CUR-RC (WS-STEP-SUB)
                    MOVE RL-RECORDS-READ
                       TO WS-SP-CUR-READ (WS-STEP-SUB)
                    MOVE RL-RECORDS-WRITTEN
                       TO WS-SP-CUR-WRITTEN (WS-STEP-SUB)
                 END-IF
                 READ RUN-LOG
                    AT END SET END-OF-RUNLOG TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE RUN-LOG.

        0065-FIND-LAST-NIGHT.
           MOVE ZEROES TO WS-LAST-ARCHIVED.
           MOVE 'N' TO WS-HISTORY-EOF-SW.
           OPEN INPUT RUN-HISTORY.
           IF WS-RUNHIST-STATUS = '00'
              READ RUN-HISTORY
                 AT END SET END-OF-HISTORY TO TRUE
              END-READ
              PERFORM UNTIL END-OF-HISTORY
                 IF RHS-ARCHIVED-STAMP > WS-LAST-ARCHIVED
                    MOVE RHS-ARCHIVED-STAMP TO WS-LAST-ARCHIVED
                 END-IF
                 READ RUN-HISTORY
                    AT END SET END-OF-HISTORY TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE RUN-HISTORY.

        0070-LOAD-HISTORY.
           MOVE 'N' TO WS-HISTORY-EOF-SW.
           OPEN INPUT RUN-HISTORY.
           IF WS-RUNHIST-STATUS = '00'
              READ RUN-HISTORY
                 AT END SET END-OF-HISTORY TO TRUE
              END-READ
              PERFORM UNTIL END-OF-HISTORY
                 MOVE RHS-PROGRAM-ID TO WS-FIND-PROGRAM
                 MOVE RHS-START-STAMP TO WS-CONV-STAMP
                 PERFORM 0310-STAMP-TO-SECONDS
                 MOVE WS-CONV-SECONDS TO WS-START-SECONDS
                 MOVE RHS-END-STAMP TO WS-CONV-STAMP
                 PERFORM 0310-STAMP-TO-SECONDS
                 MOVE WS-CONV-SECONDS TO WS-END-SECONDS
                 PERFORM 0320-COMPUTE-ELAPSED
                 IF WS-NIGHT-FROM-HISTORY
                    AND RHS-ARCHIVED-STAMP = WS-LAST-ARCHIVED
                    IF WS-CUR-NIGHT-DATE = ZEROES
                       MOVE RHS-START-STAMP TO WS-CONV-STAMP
                       MOVE WS-CONV-DATE TO WS-CUR-NIGHT-DATE
                    END-IF
                    PERFORM 0080-ADD-TONIGHT-RECORD
                    IF WS-STEP-SUB > ZEROES
                       MOVE RHS-RETURN-CODE
                          TO WS-SP-CUR-RC (WS-STEP-SUB)
                       MOVE RHS-RECORDS-READ
                          TO WS-SP-CUR-READ (WS-STEP-SUB)
                       MOVE RHS-RECORDS-WRITTEN
                          TO WS-SP-CUR-WRITTEN (WS-STEP-SUB)
                    END-IF
                 ELSE
                    PERFORM 0090-ADD-TRAILING-SAMPLE
                 END-IF
                 READ RUN-HISTORY
                    AT END SET END-OF-HISTORY TO TRUE
                 END-READ
              END-PERFORM
              PERFORM 0095-CLOSE-HISTORY-NIGHT
           END-IF.
           CLOSE RUN-HISTORY.

        0080-ADD-TONIGHT-RECORD.
           PERFORM 0300-FIND-STEP.
           IF WS-STEP-SUB > ZEROES
              IF NOT WS-SP-RAN-TONIGHT (WS-STEP-SUB)
                 MOVE 'Y' TO WS-SP-TONIGHT-SW (WS-STEP-SUB)
                 ADD 1 TO WS-TONIGHT-COUNT
                 MOVE WS-STEP-SUB TO WS-TONIGHT-STEP (WS-TONIGHT-COUNT)
              END-IF
              MOVE WS-ELAPSED TO WS-SP-CUR-ELAPSED (WS-STEP-SUB)
           END-IF.
           IF WS-CUR-FIRST-START = ZEROES
              OR WS-START-SECONDS < WS-CUR-FIRST-START
              MOVE WS-START-SECONDS TO WS-CUR-FIRST-START
           END-IF.
           IF WS-END-SECONDS > WS-CUR-LAST-END
              MOVE WS-END-SECONDS TO WS-CUR-LAST-END
           END-IF.

        0090-ADD-TRAILING-SAMPLE.
           IF RHS-ARCHIVED-STAMP NOT = WS-HIST-NIGHT-STAMP
              PERFORM 0095-CLOSE-HISTORY-NIGHT
              MOVE RHS-ARCHIVED-STAMP TO WS-HIST-NIGHT-STAMP
              MOVE WS-START-SECONDS TO WS-HIST-FIRST-START
              MOVE WS-END-SECONDS TO WS-HIST-LAST-END
           END-IF.
           IF WS-START-SECONDS < WS-HIST-FIRST-START
              MOVE WS-START-SECONDS TO WS-HIST-FIRST-START
           END-IF.
           IF WS-END-SECONDS > WS-HIST-LAST-END
              MOVE WS-END-SECONDS TO WS-HIST-LAST-END
           END-IF.
           IF RHS-RETURN-CODE = ZEROES
              PERFORM 0300-FIND-STEP
              IF WS-STEP-SUB > ZEROES
                 ADD 1 TO WS-SP-LAST-SLOT (WS-STEP-SUB)
                 IF WS-SP-LAST-SLOT (WS-STEP-SUB) > WS-TRAILING-RUNS
                    MOVE 1 TO WS-SP-LAST-SLOT (WS-STEP-SUB)
                 END-IF
                 MOVE WS-SP-LAST-SLOT (WS-STEP-SUB) TO WS-SAMPLE-SUB
                 MOVE WS-ELAPSED
                    TO WS-SS-ELAPSED (WS-STEP-SUB, WS-SAMPLE-SUB)
                 MOVE RHS-RECORDS-READ
                    TO WS-SS-READ (WS-STEP-SUB, WS-SAMPLE-SUB)
                 MOVE RHS-RECORDS-WRITTEN
                    TO WS-SS-WRITTEN (WS-STEP-SUB, WS-SAMPLE-SUB)
                 IF WS-SP-SAMPLES (WS-STEP-SUB) < WS-TRAILING-RUNS
                    ADD 1 TO WS-SP-SAMPLES (WS-STEP-SUB)
                 END-IF
              END-IF
           END-IF.

        0095-CLOSE-HISTORY-NIGHT.
           IF WS-HIST-NIGHT-STAMP NOT = ZEROES
              ADD 1 TO WS-HISTORY-NIGHTS
              ADD 1 TO WS-NIGHT-LAST-SLOT
              IF WS-NIGHT-LAST-SLOT > WS-TRAILING-RUNS
                 MOVE 1 TO WS-NIGHT-LAST-SLOT
              END-IF
              IF WS-HIST-LAST-END > WS-HIST-FIRST-START
                 COMPUTE WS-NIGHT-WINDOW (WS-NIGHT-LAST-SLOT) =
                    WS-HIST-LAST-END - WS-HIST-FIRST-START
              ELSE
                 MOVE ZEROES TO WS-NIGHT-WINDOW (WS-NIGHT-LAST-SLOT)
              END-IF
              IF WS-NIGHT-SAMPLES < WS-TRAILING-RUNS
                 ADD 1 TO WS-NIGHT-SAMPLES
              END-IF
              MOVE ZEROES TO WS-HIST-NIGHT-STAMP
           END-IF.

        0100-WRITE-HEADINGS.
           MOVE WS-CUR-NIGHT-DATE TO TRD-NIGHT-DATE.
           IF WS-NIGHT-FROM-LOG
              MOVE 'RUNLOG.DAT' TO TRD-NIGHT-SOURCE
           ELSE
              MOVE 'RUNHIST.DAT' TO TRD-NIGHT-SOURCE
           END-IF.
           MOVE TREND-HEADING-LINE TO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-TRAILING-RUNS TO TRD-TRAILING-RUNS.
           MOVE WS-VOLUME-PCT TO TRD-VOLUME-PCT.
           MOVE WS-ELAPSED-PCT TO TRD-ELAPSED-PCT.
           MOVE WS-MIN-SECONDS TO TRD-MIN-SECONDS.
           MOVE TREND-PARM-LINE TO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE TREND-COLUMN-HEADING1 TO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE TREND-COLUMN-HEADING2 TO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE AFTER ADVANCING 1 LINE.

        0110-REPORT-STEPS.
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-TONIGHT-COUNT
              MOVE WS-TONIGHT-STEP (WS-ORDER-SUB) TO WS-STEP-SUB
              PERFORM 0120-REPORT-ONE-STEP
           END-PERFORM.

        0120-REPORT-ONE-STEP.
           ADD 1 TO WS-STEPS-REPORTED.
           MOVE 'N' TO WS-OUTLIER-SW.
           MOVE ZEROES TO WS-SUM-ELAPSED.
           MOVE ZEROES TO WS-SUM-READ.
           MOVE ZEROES TO WS-SUM-WRITTEN.
           PERFORM VARYING WS-SAMPLE-SUB FROM 1 BY 1
                   UNTIL WS-SAMPLE-SUB > WS-SP-SAMPLES (WS-STEP-SUB)
              ADD WS-SS-ELAPSED (WS-STEP-SUB, WS-SAMPLE-SUB)
                 TO WS-SUM-ELAPSED
              ADD WS-SS-READ (WS-STEP-SUB, WS-SAMPLE-SUB)
                 TO WS-SUM-READ
              ADD WS-SS-WRITTEN (WS-STEP-SUB, WS-SAMPLE-SUB)
                 TO WS-SUM-WRITTEN
           END-PERFORM.
           MOVE WS-SP-SAMPLES (WS-STEP-SUB) TO WS-CMP-SAMPLES.
           MOVE WS-SP-PROGRAM (WS-STEP-SUB) TO TRD-PROGRAM.

           MOVE WS-SP-CUR-ELAPSED (WS-STEP-SUB) TO WS-CMP-ACTUAL.
           PERFORM 0130-AVERAGE-OF-SUM-ELAPSED.
           MOVE WS-ELAPSED-PCT TO WS-CMP-TOLERANCE.
           MOVE WS-MIN-SECONDS TO WS-CMP-MINIMUM.
           MOVE 'FAST' TO WS-CMP-LOW-WORD.
           MOVE 'SLOW' TO WS-CMP-HIGH-WORD.
           PERFORM 0140-COMPARE-TO-AVERAGE.
           MOVE WS-CMP-ACTUAL TO TRD-ELAPSED.
           MOVE WS-CMP-AVERAGE TO TRD-AVG-ELAPSED.
           MOVE WS-CMP-PCT TO TRD-ELAPSED-DIFF.
           MOVE WS-CMP-FLAG TO TRD-ELAPSED-FLAG.

           MOVE WS-SP-CUR-READ (WS-STEP-SUB) TO WS-CMP-ACTUAL.
           IF WS-CMP-SAMPLES > ZEROES
              COMPUTE WS-CMP-AVERAGE ROUNDED =
                 WS-SUM-READ / WS-CMP-SAMPLES
           ELSE
              MOVE ZEROES TO WS-CMP-AVERAGE
           END-IF.
           MOVE WS-VOLUME-PCT TO WS-CMP-TOLERANCE.
           MOVE ZEROES TO WS-CMP-MINIMUM.
           MOVE 'LOW ' TO WS-CMP-LOW-WORD.
           MOVE 'HIGH' TO WS-CMP-HIGH-WORD.
           PERFORM 0140-COMPARE-TO-AVERAGE.
           MOVE WS-CMP-ACTUAL TO TRD-READ.
           MOVE WS-CMP-AVERAGE TO TRD-AVG-READ.
           MOVE WS-CMP-PCT TO TRD-READ-DIFF.
           MOVE WS-CMP-FLAG TO TRD-READ-FLAG.

           MOVE WS-SP-CUR-WRITTEN (WS-STEP-SUB) TO WS-CMP-ACTUAL.
           IF WS-CMP-SAMPLES > ZEROES
              COMPUTE WS-CMP-AVERAGE ROUNDED =
                 WS-SUM-WRITTEN / WS-CMP-SAMPLES
           ELSE
              MOVE ZEROES TO WS-CMP-AVERAGE
           END-IF.
           PERFORM 0140-COMPARE-TO-AVERAGE.
           MOVE WS-CMP-ACTUAL TO TRD-WRITTEN.
           MOVE WS-CMP-AVERAGE TO TRD-AVG-WRITTEN.
           MOVE WS-CMP-PCT TO TRD-WRITTEN-DIFF.
           MOVE WS-CMP-FLAG TO TRD-WRITTEN-FLAG.

           EVALUATE TRUE
              WHEN WS-SP-CUR-RC (WS-STEP-SUB) NOT = ZEROES
                 MOVE 'FAILED' TO TRD-STATUS
              WHEN WS-CMP-SAMPLES < WS-MIN-SAMPLES
                 MOVE 'NEW' TO TRD-STATUS
              WHEN WS-STEP-OUTLIER
                 MOVE 'OUTLIER' TO TRD-STATUS
                 ADD 1 TO WS-STEPS-FLAGGED
              WHEN OTHER
                 MOVE 'NORMAL' TO TRD-STATUS
           END-EVALUATE.
           MOVE TREND-DETAIL-LINE TO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE AFTER ADVANCING 1 LINE.

        0130-AVERAGE-OF-SUM-ELAPSED.
           IF WS-CMP-SAMPLES > ZEROES
              COMPUTE WS-CMP-AVERAGE ROUNDED =
                 WS-SUM-ELAPSED / WS-CMP-SAMPLES
           ELSE
              MOVE ZEROES TO WS-CMP-AVERAGE
           END-IF.

        0140-COMPARE-TO-AVERAGE.
           MOVE SPACES TO WS-CMP-FLAG.
           MOVE ZEROES TO WS-CMP-PCT.
           IF WS-CMP-AVERAGE > ZEROES
              COMPUTE WS-CMP-DIFF = WS-CMP-ACTUAL - WS-CMP-AVERAGE
              COMPUTE WS-CMP-PCT ROUNDED =
                 WS-CMP-DIFF * 100 / WS-CMP-AVERAGE
              IF WS-CMP-DIFF < ZEROES
                 COMPUTE WS-CMP-ABS-DIFF = ZEROES - WS-CMP-DIFF
                 COMPUTE WS-CMP-ABS-PCT = ZEROES - WS-CMP-PCT
              ELSE
                 MOVE WS-CMP-DIFF TO WS-CMP-ABS-DIFF
                 MOVE WS-CMP-PCT TO WS-CMP-ABS-PCT
              END-IF
              IF WS-CMP-SAMPLES NOT < WS-MIN-SAMPLES
                 AND WS-CMP-ABS-PCT > WS-CMP-TOLERANCE
                 AND WS-CMP-ABS-DIFF NOT < WS-CMP-MINIMUM
                 SET WS-STEP-OUTLIER TO TRUE
                 IF WS-CMP-DIFF < ZEROES
                    MOVE WS-CMP-LOW-WORD TO WS-CMP-FLAG
                 ELSE
                    MOVE WS-CMP-HIGH-WORD TO WS-CMP-FLAG
                 END-IF
              END-IF
           END-IF.

        0150-REPORT-WINDOW.
           MOVE 'N' TO WS-OUTLIER-SW.
           IF WS-CUR-LAST-END > WS-CUR-FIRST-START
              COMPUTE WS-CUR-WINDOW =
                 WS-CUR-LAST-END - WS-CUR-FIRST-START
           END-IF.
           MOVE ZEROES TO WS-SUM-ELAPSED.
           PERFORM VARYING WS-SAMPLE-SUB FROM 1 BY 1
                   UNTIL WS-SAMPLE-SUB > WS-NIGHT-SAMPLES
              ADD WS-NIGHT-WINDOW (WS-SAMPLE-SUB) TO WS-SUM-ELAPSED
           END-PERFORM.
           MOVE WS-NIGHT-SAMPLES TO WS-CMP-SAMPLES.
           MOVE WS-CUR-WINDOW TO WS-CMP-ACTUAL.
           PERFORM 0130-AVERAGE-OF-SUM-ELAPSED.
           MOVE WS-ELAPSED-PCT TO WS-CMP-TOLERANCE.
           MOVE WS-MIN-SECONDS TO WS-CMP-MINIMUM.
           MOVE 'FAST' TO WS-CMP-LOW-WORD.
           MOVE 'SLOW' TO WS-CMP-HIGH-WORD.
           PERFORM 0140-COMPARE-TO-AVERAGE.
           MOVE WS-CMP-ACTUAL TO TRD-WIN-ELAPSED.
           MOVE WS-CMP-AVERAGE TO TRD-WIN-AVERAGE.
           MOVE WS-CMP-PCT TO TRD-WIN-DIFF.
           MOVE WS-CMP-FLAG TO TRD-WIN-FLAG.
           MOVE WS-NIGHT-SAMPLES TO TRD-WIN-NIGHTS.
           EVALUATE TRUE
              WHEN WS-CMP-SAMPLES < WS-MIN-SAMPLES
                 MOVE 'NEW' TO TRD-WIN-STATUS
              WHEN WS-STEP-OUTLIER
                 MOVE 'OUTLIER' TO TRD-WIN-STATUS
                 ADD 1 TO WS-STEPS-FLAGGED
              WHEN OTHER
                 MOVE 'NORMAL' TO TRD-WIN-STATUS
           END-EVALUATE.
           MOVE TREND-WINDOW-LINE TO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE AFTER ADVANCING 2 LINES.

        0160-REPORT-NOT-RUN.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
              IF NOT WS-SP-RAN-TONIGHT (WS-STEP-SUB)
                 MOVE WS-SP-PROGRAM (WS-STEP-SUB) TO TRD-NR-PROGRAM
                 MOVE WS-SP-SAMPLES (WS-STEP-SUB) TO TRD-NR-SAMPLES
                 MOVE TREND-NOT-RUN-LINE TO TREND-PRINT-LINE
                 WRITE TREND-PRINT-LINE AFTER ADVANCING 1 LINE
              END-IF
           END-PERFORM.

        0170-WRITE-SUMMARY.
           MOVE WS-STEPS-REPORTED TO TRD-STEPS-REPORTED.
           MOVE WS-STEPS-FLAGGED TO TRD-STEPS-FLAGGED.
           MOVE WS-HISTORY-NIGHTS TO TRD-HISTORY-NIGHTS.
           MOVE TREND-SUMMARY-LINE TO TREND-PRINT-LINE.
           WRITE TREND-PRINT-LINE AFTER ADVANCING 2 LINES.

        0300-FIND-STEP.
           MOVE ZEROES TO WS-STEP-SUB.
           PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-STEP-COUNT
                      OR WS-STEP-SUB > ZEROES
              IF WS-SP-PROGRAM (WS-FIND-SUB) = WS-FIND-PROGRAM
                 MOVE WS-FIND-SUB TO WS-STEP-SUB
              END-IF
           END-PERFORM.
           IF WS-STEP-SUB = ZEROES AND WS-STEP-COUNT < 30
              ADD 1 TO WS-STEP-COUNT
              MOVE WS-STEP-COUNT TO WS-STEP-SUB
              MOVE WS-FIND-PROGRAM TO WS-SP-PROGRAM (WS-STEP-SUB)
              MOVE 'N' TO WS-SP-TONIGHT-SW (WS-STEP-SUB)
              MOVE ZEROES TO WS-SP-CUR-RC (WS-STEP-SUB)
              MOVE ZEROES TO WS-SP-CUR-ELAPSED (WS-STEP-SUB)
              MOVE ZEROES TO WS-SP-CUR-READ (WS-STEP-SUB)
              MOVE ZEROES TO WS-SP-CUR-WRITTEN (WS-STEP-SUB)
              MOVE ZEROES TO WS-SP-SAMPLES (WS-STEP-SUB)
              MOVE ZEROES TO WS-SP-LAST-SLOT (WS-STEP-SUB)
           END-IF.

        0310-STAMP-TO-SECONDS.
           IF WS-CONV-DATE > 16010101
              COMPUTE WS-CONV-SECONDS =
                 FUNCTION INTEGER-OF-DATE (WS-CONV-DATE) * 86400
                 + WS-CONV-HH * 3600 + WS-CONV-MM * 60 + WS-CONV-SS
           ELSE
              MOVE ZEROES TO WS-CONV-SECONDS
           END-IF.

        0320-COMPUTE-ELAPSED.
           IF WS-END-SECONDS > WS-START-SECONDS
              AND WS-START-SECONDS > ZEROES
              COMPUTE WS-ELAPSED = WS-END-SECONDS - WS-START-SECONDS
           ELSE
              MOVE ZEROES TO WS-ELAPSED
           END-IF.

        0200-STOP-RUN.
           CLOSE TREND-REPORT.
           MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

          END PROGRAM RUNTREND.
