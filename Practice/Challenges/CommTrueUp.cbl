       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMTRUEUP.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  This program is the year-end commission true-up. Run it    *
      *   after the last commission run of the year and before the  *
      *   YEAREND close zeroes the monthly buckets.                 *
      *                                                             *
      *  For every salesperson on the master SALESMAST.DAT it       *
      *   recomputes the full-year commission the way the annual    *
      *   commission run would: the twelve MONTHLYSALES.DAT         *
      *   buckets are totalled, annualized over the months actually *
      *   worked that year (hire and termination dates, as in       *
      *   SALESWITHCOMMISSION), the tier is picked from the         *
      *   COMMPLANS.DAT plan in effect at year end, and the rate    *
      *   is applied to the full-year sales.                        *
      *                                                             *
      *  That figure is compared with the commission calculated     *
      *   and paid for the year, read back from the commission      *
      *   history file COMMHIST.DAT that every commission pass      *
      *   posts to (the annual run and each quarterly run). The     *
      *   quarterly records are used when any is on file for the    *
      *   year, otherwise the annual record, so a year run both     *
      *   ways is not counted twice. Manual adjustments applied     *
      *   during the year are shown on the register but are not     *
      *   trued up - they were deliberate.                          *
      *                                                             *
      *  Each difference is appended to ADJUSTMENTS.DAT for the     *
      *   next commission run: an amount still owed as a 'T'        *
      *   true-up payment, an overpayment as a 'C' clawback, both   *
      *   with reason code TRUEUP plus the year. A salesperson who  *
      *   already has a true-up for the year waiting on             *
      *   ADJUSTMENTS.DAT, or already paid by a commission run and  *
      *   retired to the applied-adjustment history ADJAPPLIED.DAT, *
      *   is not queued a second time, so the program can be rerun  *
      *   safely. More than 500 such salespeople, an                *
      *   ADJUSTMENTS.DAT that cannot be extended or a failed write *
      *   to it ends the run with RETURN-CODE 8.                    *
      *                                                             *
      *  The year defaults to the current year; a TRUEUPPARM.DAT    *
      *   record (year, 4 digits) overrides it. Every salesperson   *
      *   active in the year is listed on the true-up register      *
      *   TRUEUPREG.DAT with the recomputed and paid figures, the   *
      *   true-up amount and the action taken, followed by totals.  *
      *   A missing master, monthly, plan or history file aborts    *
      *   the run with RETURN-CODE 8.                               *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MASTER-FILE ASSIGN TO "SALESMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS MAST-SALESPERSON-ID
             FILE STATUS IS WS-MASTER-STATUS.
            SELECT MONTHLY-FILE ASSIGN TO "MONTHLYSALES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MSR-SALESPERSON-ID
             FILE STATUS IS WS-MONTHLY-STATUS.
            SELECT COMMHIST-FILE ASSIGN TO "COMMHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CH-KEY
             FILE STATUS IS WS-COMMHIST-STATUS.
            SELECT PLAN-FILE ASSIGN TO "COMMPLANS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PLAN-STATUS.
            SELECT PARM-FILE ASSIGN TO "TRUEUPPARM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.
            SELECT OPTIONAL ADJUSTMENT-FILE
             ASSIGN TO "ADJUSTMENTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADJ-STATUS.
            SELECT OPTIONAL ADJ-APPLIED-FILE
             ASSIGN TO "ADJAPPLIED.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADJ-APPLIED-STATUS.
            SELECT TRUEUP-REGISTER ASSIGN TO "TRUEUPREG.DAT".


       DATA DIVISION.

       FILE SECTION.
       FD MASTER-FILE.

       01 MASTER-RECORD.
            05 MAST-SALESPERSON-ID  PIC 9(5).
            05 MAST-SALESPERSON-NAME.
                10 MAST-LASTNAME    PIC X(20).
                10 MAST-FIRSTNAME   PIC X(20).
            05 MAST-REGION          PIC X(5).
            05 MAST-YEARLYSALES     PIC 9(6).
            05 MAST-GENDER          PIC X.
            05 MAST-HIREDATE        PIC 9(8).
            05 MAST-TERMDATE        PIC 9(8).

        FD MONTHLY-FILE.

        01  MONTHLY-SALES-RECORD.
            05 MSR-SALESPERSON-ID   PIC 9(5).
            05 MSR-MONTH-SALES OCCURS 12 TIMES PIC 9(6).

        FD COMMHIST-FILE.

        01  COMMHIST-RECORD.
            05 CH-KEY.
                10 CH-SALESPERSON-ID PIC 9(5).
                10 CH-PERIOD-YEAR   PIC 9(4).
                10 CH-PERIOD-TYPE   PIC X.
                10 CH-PERIOD-QUARTER PIC 9.
            05 CH-SALES-BASIS       PIC 9(8).
            05 CH-COMMISSION-RATE   PIC 9V99.
            05 CH-CALC-COMMISSION   PIC S9(10)
               SIGN IS LEADING SEPARATE.
            05 CH-ADJUSTMENT-AMT    PIC S9(10)
               SIGN IS LEADING SEPARATE.
            05 CH-PAID-COMMISSION   PIC S9(10)
               SIGN IS LEADING SEPARATE.
            05 CH-RUN-DATE          PIC 9(8).

        FD PLAN-FILE.

        01  PLAN-RECORD.
            05 PL-PLAN-CODE         PIC X(5).
            05 PL-EFFECTIVE-DATE    PIC 9(8).
            05 PL-TIER-COUNT        PIC 9(2).
            05 PL-TIER OCCURS 10 TIMES.
                10 PL-TIER-THRESHOLD PIC 9(8).
                10 PL-TIER-RATE     PIC 9V99.

        FD PARM-FILE.

        01  TRUEUP-PARM-RECORD.
            05 PARM-TRUEUP-YEAR     PIC 9(4).

        FD ADJUSTMENT-FILE.

        01  ADJUSTMENT-RECORD.
            05 ADJ-SALESPERSON-ID   PIC 9(5).
            05 ADJ-TYPE             PIC X.
            05 ADJ-AMOUNT           PIC 9(8).
            05 ADJ-SPLIT-PCT        PIC 9(3).
            05 ADJ-REASON-CODE      PIC X(10).

        FD ADJ-APPLIED-FILE.

        01  ADJ-APPLIED-RECORD.
            05 AH-SALESPERSON-ID    PIC 9(5).
            05 AH-TYPE              PIC X.
            05 AH-AMOUNT            PIC 9(8).
            05 AH-SPLIT-PCT         PIC 9(3).
            05 AH-REASON-CODE       PIC X(10).
            05 AH-PERIOD-YEAR       PIC 9(4).
            05 AH-PERIOD-TYPE       PIC X.
            05 AH-PERIOD-QUARTER    PIC 9.
            05 AH-RUN-DATE          PIC 9(8).

        FD TRUEUP-REGISTER.

        01  REGISTER-PRINT-LINE     PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-SWITCHES.
            05 WS-MASTER-EOF-SW    PIC X VALUE 'N'.
               88 END-OF-MASTER          VALUE 'Y'.
            05 WS-PLAN-EOF-SW      PIC X VALUE 'N'.
               88 END-OF-PLANS           VALUE 'Y'.
            05 WS-ADJ-EOF-SW       PIC X VALUE 'N'.
               88 END-OF-ADJUSTMENTS     VALUE 'Y'.
            05 WS-APPLIED-EOF-SW   PIC X VALUE 'N'.
               88 END-OF-APPLIED         VALUE 'Y'.
            05 WS-MONTHLY-FOUND-SW PIC X VALUE 'N'.
               88 WS-MONTHLY-FOUND       VALUE 'Y'.
            05 WS-ACTIVE-SW        PIC X VALUE 'Y'.
               88 WS-ACTIVE-IN-YEAR      VALUE 'Y'.
            05 WS-QUEUED-SW        PIC X VALUE 'N'.
               88 WS-ALREADY-QUEUED      VALUE 'Y'.

        01  WS-FILE-STATUSES.
            05 WS-MASTER-STATUS    PIC XX VALUE SPACES.
            05 WS-MONTHLY-STATUS   PIC XX VALUE SPACES.
            05 WS-COMMHIST-STATUS  PIC XX VALUE SPACES.
            05 WS-PLAN-STATUS      PIC XX VALUE SPACES.
            05 WS-PARM-STATUS      PIC XX VALUE SPACES.
            05 WS-ADJ-STATUS       PIC XX VALUE SPACES.
            05 WS-ADJ-APPLIED-STATUS PIC XX VALUE SPACES.

        01  WS-PLAN-TABLE.
            05 WS-PLAN-TIER-COUNT  PIC 9(3) COMP VALUE ZEROES.
            05 WS-PLAN-CODE        PIC X(5) VALUE SPACES.
            05 WS-PLAN-EFFECTIVE   PIC 9(8) VALUE ZEROES.
            05 WS-PLAN-TIER OCCURS 10 TIMES.
                10 WS-PT-THRESHOLD PIC 9(8).
                10 WS-PT-RATE      PIC 9V99.
        01  WS-PLAN-SUB            PIC 9(3) COMP VALUE ZEROES.
        01  WS-PLAN-AS-OF-DATE     PIC 9(8) VALUE ZEROES.

        01  WS-QUEUED-TABLE.
            05 WS-QUEUED-COUNT     PIC 9(3) COMP VALUE ZEROES.
            05 WS-QUEUED-ID OCCURS 500 TIMES PIC 9(5).
        01  WS-QUEUED-SUB          PIC 9(3) COMP VALUE ZEROES.
        01  WS-QUEUED-NEW-ID       PIC 9(5) VALUE ZEROES.

        01  WS-TRUEUP-FIELDS.
            05 WS-TRUEUP-YEAR      PIC 9(4) VALUE ZEROES.
            05 WS-TRUEUP-REASON.
                10 FILLER          PIC X(6) VALUE 'TRUEUP'.
                10 WS-REASON-YEAR  PIC 9(4) VALUE ZEROES.
            05 WS-TODAY            PIC 9(8) VALUE ZEROES.
            05 WS-WORK-DATE        PIC 9(8) VALUE ZEROES.
            05 FILLER REDEFINES WS-WORK-DATE.
                10 WS-WORK-YEAR    PIC 9(4).
                10 WS-WORK-MONTH   PIC 9(2).
                10 FILLER          PIC 9(2).
            05 WS-START-MONTH      PIC 9(3) COMP VALUE 1.
            05 WS-END-MONTH        PIC 9(3) COMP VALUE 12.
            05 WS-ACTIVE-MONTHS    PIC 9(3) COMP VALUE 12.
            05 WS-MONTH-SUB        PIC 9(3) COMP VALUE ZEROES.
            05 WS-QUARTER-SUB      PIC 9 VALUE ZEROES.
            05 WS-YEAR-SALES       PIC 9(8) VALUE ZEROES.
            05 WS-ANNUALIZED-SALES PIC 9(8) VALUE ZEROES.
            05 WS-COMMISSION-RATE  PIC V99 VALUE ZEROES.
            05 WS-RECOMPUTED-AMT   PIC S9(10) VALUE ZEROES.
            05 WS-PAID-AMT         PIC S9(10) VALUE ZEROES.
            05 WS-ADJUSTED-AMT     PIC S9(10) VALUE ZEROES.
            05 WS-TRUEUP-AMT       PIC S9(10) VALUE ZEROES.
            05 WS-PERIODS-FOUND    PIC 9(3) COMP VALUE ZEROES.

        01  WS-COUNTS.
            05 WS-LISTED-COUNT     PIC 9(5) VALUE ZEROES.
            05 WS-OWED-COUNT       PIC 9(5) VALUE ZEROES.
            05 WS-OWED-AMOUNT      PIC S9(12) VALUE ZEROES.
            05 WS-RECOVER-COUNT    PIC 9(5) VALUE ZEROES.
            05 WS-RECOVER-AMOUNT   PIC S9(12) VALUE ZEROES.
            05 WS-EVEN-COUNT       PIC 9(5) VALUE ZEROES.
            05 WS-SKIPPED-COUNT    PIC 9(5) VALUE ZEROES.
            05 WS-TOTAL-RECOMPUTED PIC S9(12) VALUE ZEROES.
            05 WS-TOTAL-PAID       PIC S9(12) VALUE ZEROES.

        01  REGISTER-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(36) VALUE
               'COMMISSION TRUE-UP REGISTER - YEAR '.
            05 RH-TRUEUP-YEAR      PIC 9(4).
            05 FILLER              PIC X(87) VALUE SPACES.

        01  REGISTER-HEADING-LINE2.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(5)  VALUE 'ID   '.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(25) VALUE 'SALESPERSON NAME'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(10) VALUE 'YEAR SALES'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(3)  VALUE 'MOS'.
            05 FILLER              PIC X(1)  VALUE SPACES.
            05 FILLER              PIC X(4)  VALUE 'RATE'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(11) VALUE ' RECOMPUTED'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(11) VALUE '  CALC PAID'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(11) VALUE ' ADJUSTMENT'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(11) VALUE '    TRUE-UP'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(14) VALUE 'ACTION'.
            05 FILLER              PIC X(5)  VALUE SPACES.

        01  REGISTER-DETAIL-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 REG-SALESPERSON-ID  PIC X(5).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 REG-NAME            PIC X(25).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 REG-YEAR-SALES      PIC ZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 REG-MONTHS          PIC ZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 REG-RATE            PIC .99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 REG-RECOMPUTED      PIC ---,---,--9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 REG-PAID            PIC ---,---,--9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 REG-ADJUSTED        PIC ---,---,--9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 REG-TRUEUP          PIC ---,---,--9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 REG-ACTION          PIC X(14).
            05 FILLER              PIC X(5)  VALUE SPACES.

        01  REGISTER-TOTAL-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 REG-TOT-LABEL       PIC X(32).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 REG-TOT-COUNT       PIC ZZ,ZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 REG-TOT-AMOUNT      PIC ----,---,---,--9.
            05 FILLER              PIC X(69) VALUE SPACES.

        01  REGISTER-ABORT-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 REG-ABORT-TEXT      PIC X(60).
            05 FILLER              PIC X(67) VALUE SPACES.

        PROCEDURE DIVISION.

        0050-MAIN.
           PERFORM 0052-READ-TRUEUP-PARM.
           OPEN OUTPUT TRUEUP-REGISTER.
           MOVE WS-TRUEUP-YEAR TO RH-TRUEUP-YEAR.
           MOVE REGISTER-HEADING-LINE TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0054-OPEN-INPUT-FILES.
           PERFORM 0056-LOAD-COMMISSION-PLAN.
           PERFORM 0058-LOAD-QUEUED-TRUEUPS.
           OPEN EXTEND ADJUSTMENT-FILE.
           IF WS-ADJ-STATUS NOT = '00' AND WS-ADJ-STATUS NOT = '05'
              MOVE 'ADJUSTMENTS.DAT CANNOT BE EXTENDED - RUN ABORTED'
                 TO REG-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.
           MOVE REGISTER-HEADING-LINE2 TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE AFTER ADVANCING 2 LINE.
           PERFORM 0100-TRUE-UP-ALL.
           PERFORM 0170-WRITE-TOTALS.
           PERFORM 0200-STOP-RUN.

        0052-READ-TRUEUP-PARM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-WORK-DATE.
           MOVE WS-WORK-YEAR TO WS-TRUEUP-YEAR.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ PARM-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-PARM-STATUS = '00'
                 AND PARM-TRUEUP-YEAR NUMERIC
                 AND PARM-TRUEUP-YEAR > 1900
                 MOVE PARM-TRUEUP-YEAR TO WS-TRUEUP-YEAR
              END-IF
              CLOSE PARM-FILE
           END-IF.
           MOVE WS-TRUEUP-YEAR TO WS-REASON-YEAR.
           COMPUTE WS-PLAN-AS-OF-DATE = WS-TRUEUP-YEAR * 10000 + 1231.

        0054-OPEN-INPUT-FILES.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
              MOVE 'MASTER FILE SALESMAST.DAT MISSING - RUN ABORTED'
                 TO REG-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.
           OPEN INPUT MONTHLY-FILE.
           IF WS-MONTHLY-STATUS NOT = '00'
              MOVE 'MONTHLY FILE MONTHLYSALES.DAT MISSING - RUN ABORTED'
                 TO REG-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.
           OPEN INPUT COMMHIST-FILE.
           IF WS-COMMHIST-STATUS NOT = '00'
              MOVE 'HISTORY FILE COMMHIST.DAT MISSING - RUN ABORTED'
                 TO REG-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.

        0056-LOAD-COMMISSION-PLAN.
           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-STATUS NOT = '00'
              MOVE 'COMM PLANS MISSING/EMPTY - RUN ABORTED'
                 TO REG-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.
           READ PLAN-FILE
              AT END SET END-OF-PLANS TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-PLANS
              IF PL-EFFECTIVE-DATE <= WS-PLAN-AS-OF-DATE
                 AND PL-EFFECTIVE-DATE >= WS-PLAN-EFFECTIVE
                 AND PL-TIER-COUNT >= 1
                 AND PL-TIER-COUNT <= 10
                 MOVE PL-PLAN-CODE TO WS-PLAN-CODE
                 MOVE PL-EFFECTIVE-DATE TO WS-PLAN-EFFECTIVE
                 MOVE PL-TIER-COUNT TO WS-PLAN-TIER-COUNT
                 PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                         UNTIL WS-PLAN-SUB > WS-PLAN-TIER-COUNT
                    MOVE PL-TIER-THRESHOLD (WS-PLAN-SUB)
                       TO WS-PT-THRESHOLD (WS-PLAN-SUB)
                    MOVE PL-TIER-RATE (WS-PLAN-SUB)
                       TO WS-PT-RATE (WS-PLAN-SUB)
                 END-PERFORM
              END-IF
              READ PLAN-FILE
                 AT END SET END-OF-PLANS TO TRUE
              END-READ
           END-PERFORM.
           CLOSE PLAN-FILE.
           IF WS-PLAN-TIER-COUNT = ZEROES
              MOVE 'COMM PLANS MISSING/EMPTY - RUN ABORTED'
                 TO REG-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.

        0058-LOAD-QUEUED-TRUEUPS.
           OPEN INPUT ADJUSTMENT-FILE.
           IF WS-ADJ-STATUS = '00'
              READ ADJUSTMENT-FILE
                 AT END SET END-OF-ADJUSTMENTS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-ADJUSTMENTS
                 IF ADJ-REASON-CODE = WS-TRUEUP-REASON
                    MOVE ADJ-SALESPERSON-ID TO WS-QUEUED-NEW-ID
                    PERFORM 0059-ADD-QUEUED-ID
                 END-IF
                 READ ADJUSTMENT-FILE
                    AT END SET END-OF-ADJUSTMENTS TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE ADJUSTMENT-FILE.
           OPEN INPUT ADJ-APPLIED-FILE.
           IF WS-ADJ-APPLIED-STATUS = '00'
              READ ADJ-APPLIED-FILE
                 AT END SET END-OF-APPLIED TO TRUE
              END-READ
              PERFORM UNTIL END-OF-APPLIED
                 IF AH-REASON-CODE = WS-TRUEUP-REASON
                    MOVE AH-SALESPERSON-ID TO WS-QUEUED-NEW-ID
                    PERFORM 0059-ADD-QUEUED-ID
                 END-IF
                 READ ADJ-APPLIED-FILE
                    AT END SET END-OF-APPLIED TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE ADJ-APPLIED-FILE.

        0059-ADD-QUEUED-ID.
           IF WS-QUEUED-COUNT >= 500
              MOVE 'TRUE-UPS ON FILE EXCEED 500 - RUN ABORTED'
                 TO REG-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.
           ADD 1 TO WS-QUEUED-COUNT.
           MOVE WS-QUEUED-NEW-ID TO WS-QUEUED-ID (WS-QUEUED-COUNT).

        0090-ABORT-RUN.
           MOVE REGISTER-ABORT-LINE TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE AFTER ADVANCING 2 LINE.
           CLOSE TRUEUP-REGISTER.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

        0100-TRUE-UP-ALL.
           READ MASTER-FILE
              AT END SET END-OF-MASTER TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-MASTER
              PERFORM 0110-TRUE-UP-ONE-PERSON
              READ MASTER-FILE
                 AT END SET END-OF-MASTER TO TRUE
              END-READ
           END-PERFORM.

        0110-TRUE-UP-ONE-PERSON.
           PERFORM 0115-COMPUTE-ACTIVE-MONTHS.
           IF NOT WS-ACTIVE-IN-YEAR
              ADD 1 TO WS-SKIPPED-COUNT
           ELSE
              MOVE ZEROES TO WS-YEAR-SALES
              MOVE ZEROES TO WS-RECOMPUTED-AMT
              MOVE ZEROES TO WS-TRUEUP-AMT
              MOVE ZEROES TO WS-COMMISSION-RATE
              PERFORM 0130-SUM-COMMISSION-PAID
              PERFORM 0112-LOOKUP-MONTHLY
              IF NOT WS-MONTHLY-FOUND
                 MOVE 'NO MONTHLY DATA' TO REG-ACTION
              ELSE
                 PERFORM 0120-RECOMPUTE-COMMISSION
                 COMPUTE WS-TRUEUP-AMT =
                    WS-RECOMPUTED-AMT - WS-PAID-AMT
                 ADD WS-RECOMPUTED-AMT TO WS-TOTAL-RECOMPUTED
                 ADD WS-PAID-AMT TO WS-TOTAL-PAID
                 PERFORM 0140-QUEUE-ADJUSTMENT
              END-IF
              PERFORM 0150-WRITE-REGISTER-LINE
           END-IF.

        0112-LOOKUP-MONTHLY.
           MOVE 'N' TO WS-MONTHLY-FOUND-SW.
           MOVE MAST-SALESPERSON-ID TO MSR-SALESPERSON-ID.
           READ MONTHLY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-MONTHLY-FOUND TO TRUE
           END-READ.

        0115-COMPUTE-ACTIVE-MONTHS.
           MOVE 'Y' TO WS-ACTIVE-SW.
           MOVE 1 TO WS-START-MONTH.
           MOVE 12 TO WS-END-MONTH.
           IF MAST-HIREDATE NUMERIC AND MAST-HIREDATE > ZEROES
              MOVE MAST-HIREDATE TO WS-WORK-DATE
              IF WS-WORK-YEAR > WS-TRUEUP-YEAR
                 MOVE 'N' TO WS-ACTIVE-SW
              END-IF
              IF WS-WORK-YEAR = WS-TRUEUP-YEAR
                 AND WS-WORK-MONTH >= 1 AND WS-WORK-MONTH <= 12
                 MOVE WS-WORK-MONTH TO WS-START-MONTH
              END-IF
           END-IF.
           IF MAST-TERMDATE NUMERIC AND MAST-TERMDATE > ZEROES
              MOVE MAST-TERMDATE TO WS-WORK-DATE
              IF WS-WORK-YEAR < WS-TRUEUP-YEAR
                 MOVE 'N' TO WS-ACTIVE-SW
              END-IF
              IF WS-WORK-YEAR = WS-TRUEUP-YEAR
                 AND WS-WORK-MONTH >= 1 AND WS-WORK-MONTH <= 12
                 MOVE WS-WORK-MONTH TO WS-END-MONTH
              END-IF
           END-IF.
           IF WS-END-MONTH < WS-START-MONTH
              MOVE WS-START-MONTH TO WS-END-MONTH
           END-IF.
           COMPUTE WS-ACTIVE-MONTHS =
              WS-END-MONTH - WS-START-MONTH + 1.

        0120-RECOMPUTE-COMMISSION.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
              ADD MSR-MONTH-SALES (WS-MONTH-SUB) TO WS-YEAR-SALES
           END-PERFORM.
           COMPUTE WS-ANNUALIZED-SALES ROUNDED =
              WS-YEAR-SALES * 12 / WS-ACTIVE-MONTHS.
           MOVE WS-PT-RATE (1) TO WS-COMMISSION-RATE.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-TIER-COUNT
              IF WS-ANNUALIZED-SALES
                 >= WS-PT-THRESHOLD (WS-PLAN-SUB)
                 MOVE WS-PT-RATE (WS-PLAN-SUB)
                    TO WS-COMMISSION-RATE
              END-IF
           END-PERFORM.
           COMPUTE WS-RECOMPUTED-AMT =
              WS-COMMISSION-RATE * WS-YEAR-SALES.

      *    The annual run posts period 'A' 0 and the quarterly runs
      *    'Q' 1 through 4. Both cover the same sales, so they are
      *    never added together: the quarters are used when any is
      *    on file for the year, otherwise the annual record.
        0130-SUM-COMMISSION-PAID.
           MOVE ZEROES TO WS-PAID-AMT.
           MOVE ZEROES TO WS-ADJUSTED-AMT.
           MOVE ZEROES TO WS-PERIODS-FOUND.
           PERFORM VARYING WS-QUARTER-SUB FROM 1 BY 1
                   UNTIL WS-QUARTER-SUB > 4
              MOVE MAST-SALESPERSON-ID TO CH-SALESPERSON-ID
              MOVE WS-TRUEUP-YEAR TO CH-PERIOD-YEAR
              MOVE 'Q' TO CH-PERIOD-TYPE
              MOVE WS-QUARTER-SUB TO CH-PERIOD-QUARTER
              PERFORM 0135-READ-ONE-PERIOD
           END-PERFORM.
           IF WS-PERIODS-FOUND = ZEROES
              MOVE MAST-SALESPERSON-ID TO CH-SALESPERSON-ID
              MOVE WS-TRUEUP-YEAR TO CH-PERIOD-YEAR
              MOVE 'A' TO CH-PERIOD-TYPE
              MOVE ZEROES TO CH-PERIOD-QUARTER
              PERFORM 0135-READ-ONE-PERIOD
           END-IF.

        0135-READ-ONE-PERIOD.
           READ COMMHIST-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-PERIODS-FOUND
                 ADD CH-CALC-COMMISSION TO WS-PAID-AMT
                 ADD CH-ADJUSTMENT-AMT TO WS-ADJUSTED-AMT
           END-READ.

        0140-QUEUE-ADJUSTMENT.
           MOVE 'N' TO WS-QUEUED-SW.
           PERFORM VARYING WS-QUEUED-SUB FROM 1 BY 1
                   UNTIL WS-QUEUED-SUB > WS-QUEUED-COUNT
              IF WS-QUEUED-ID (WS-QUEUED-SUB) = MAST-SALESPERSON-ID
                 SET WS-ALREADY-QUEUED TO TRUE
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-TRUEUP-AMT = ZEROES
                 ADD 1 TO WS-EVEN-COUNT
                 MOVE 'NONE' TO REG-ACTION
              WHEN WS-ALREADY-QUEUED
                 MOVE 'ALREADY QUEUED' TO REG-ACTION
              WHEN WS-TRUEUP-AMT > ZEROES
                 ADD 1 TO WS-OWED-COUNT
                 ADD WS-TRUEUP-AMT TO WS-OWED-AMOUNT
                 MOVE 'T' TO ADJ-TYPE
                 MOVE WS-TRUEUP-AMT TO ADJ-AMOUNT
                 PERFORM 0145-WRITE-ADJUSTMENT
                 MOVE 'OWED - QUEUED' TO REG-ACTION
              WHEN OTHER
                 ADD 1 TO WS-RECOVER-COUNT
                 ADD WS-TRUEUP-AMT TO WS-RECOVER-AMOUNT
                 MOVE 'C' TO ADJ-TYPE
                 COMPUTE ADJ-AMOUNT = ZEROES - WS-TRUEUP-AMT
                 PERFORM 0145-WRITE-ADJUSTMENT
                 MOVE 'RECOVER-QUEUED' TO REG-ACTION
           END-EVALUATE.

        0145-WRITE-ADJUSTMENT.
           MOVE MAST-SALESPERSON-ID TO ADJ-SALESPERSON-ID.
           MOVE ZEROES TO ADJ-SPLIT-PCT.
           MOVE WS-TRUEUP-REASON TO ADJ-REASON-CODE.
           WRITE ADJUSTMENT-RECORD.
           IF WS-ADJ-STATUS NOT = '00'
              MOVE 'ADJUSTMENTS.DAT WRITE FAILED - RUN ABORTED'
                 TO REG-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.

        0150-WRITE-REGISTER-LINE.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE MAST-SALESPERSON-ID TO REG-SALESPERSON-ID.
           MOVE SPACES TO REG-NAME.
           STRING MAST-LASTNAME DELIMITED BY '  '
                  ', '          DELIMITED BY SIZE
                  MAST-FIRSTNAME DELIMITED BY '  '
               INTO REG-NAME
           END-STRING.
           MOVE WS-YEAR-SALES TO REG-YEAR-SALES.
           MOVE WS-ACTIVE-MONTHS TO REG-MONTHS.
           MOVE WS-COMMISSION-RATE TO REG-RATE.
           MOVE WS-RECOMPUTED-AMT TO REG-RECOMPUTED.
           MOVE WS-PAID-AMT TO REG-PAID.
           MOVE WS-ADJUSTED-AMT TO REG-ADJUSTED.
           MOVE WS-TRUEUP-AMT TO REG-TRUEUP.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE AFTER ADVANCING 1 LINE.

        0170-WRITE-TOTALS.
           MOVE SPACES TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SALESPEOPLE TRUED UP:' TO REG-TOT-LABEL.
           MOVE WS-LISTED-COUNT TO REG-TOT-COUNT.
           MOVE WS-TOTAL-RECOMPUTED TO REG-TOT-AMOUNT.
           PERFORM 0175-WRITE-TOTAL-LINE.
           MOVE 'CALCULATED COMMISSION PAID:' TO REG-TOT-LABEL.
           MOVE WS-LISTED-COUNT TO REG-TOT-COUNT.
           MOVE WS-TOTAL-PAID TO REG-TOT-AMOUNT.
           PERFORM 0175-WRITE-TOTAL-LINE.
           MOVE 'OWED - TRUE-UP PAYMENTS QUEUED:' TO REG-TOT-LABEL.
           MOVE WS-OWED-COUNT TO REG-TOT-COUNT.
           MOVE WS-OWED-AMOUNT TO REG-TOT-AMOUNT.
           PERFORM 0175-WRITE-TOTAL-LINE.
           MOVE 'OVERPAID - CLAWBACKS QUEUED:' TO REG-TOT-LABEL.
           MOVE WS-RECOVER-COUNT TO REG-TOT-COUNT.
           MOVE WS-RECOVER-AMOUNT TO REG-TOT-AMOUNT.
           PERFORM 0175-WRITE-TOTAL-LINE.
           MOVE 'NO TRUE-UP NEEDED:' TO REG-TOT-LABEL.
           MOVE WS-EVEN-COUNT TO REG-TOT-COUNT.
           MOVE ZEROES TO REG-TOT-AMOUNT.
           PERFORM 0175-WRITE-TOTAL-LINE.
           MOVE 'NOT ACTIVE IN YEAR (SKIPPED):' TO REG-TOT-LABEL.
           MOVE WS-SKIPPED-COUNT TO REG-TOT-COUNT.
           MOVE ZEROES TO REG-TOT-AMOUNT.
           PERFORM 0175-WRITE-TOTAL-LINE.

        0175-WRITE-TOTAL-LINE.
           MOVE REGISTER-TOTAL-LINE TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE AFTER ADVANCING 1 LINE.

        0200-STOP-RUN.
           CLOSE MASTER-FILE.
           CLOSE MONTHLY-FILE.
           CLOSE COMMHIST-FILE.
           CLOSE ADJUSTMENT-FILE.
           CLOSE TRUEUP-REGISTER.
           MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

          END PROGRAM COMMTRUEUP.
