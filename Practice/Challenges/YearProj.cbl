       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEARPROJ.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  This program is the year-end projection report. Part way   *
      *   through the year it shows where each salesperson and      *
      *   each region will finish if they keep selling at the rate  *
      *   they have so far, so a salesperson just short of the next *
      *   commission tier, or a region heading for a quota miss,    *
      *   is seen while there are still months left to act.         *
      *                                                             *
      *  For every salesperson on the master SALESMAST.DAT active   *
      *   in the year, the MONTHLYSALES.DAT buckets up to the as-of *
      *   month give the sales to date and, over the months worked  *
      *   so far, a monthly run rate. The run rate fills the        *
      *   months still to be worked, so the projected full year is  *
      *   the sales to date plus the run rate for each remaining    *
      *   month. Hire and termination dates limit the months the    *
      *   same way SALESWITHCOMMISSION does: a salesperson hired    *
      *   in June is projected over June to December only, and one  *
      *   leaving in August is not projected past August.           *
      *                                                             *
      *  The projected year is annualized over the months worked    *
      *   and the tier picked from the COMMPLANS.DAT plan in effect *
      *   at year end, exactly as the annual commission run will,   *
      *   giving the projected rate and commission. Below the top   *
      *   tier, the further sales needed this year to reach the     *
      *   next tier threshold are shown.                            *
      *                                                             *
      *  The region section sets each region's projected sales      *
      *   against its REGIONS.DAT annual quota, prorated over the   *
      *   team's active months as on QUOTAATTAIN.DAT. A month's     *
      *   sales - actual or projected - count to the region held    *
      *   that month under the transfers on REGIONHIST.DAT, so the  *
      *   region totals tie to the salesperson totals. Only 500     *
      *   moves for the year are held; past that a warning is       *
      *   printed after the totals and the run ends with            *
      *   RETURN-CODE 4, as the later moves are not split.          *
      *                                                             *
      *  The year and as-of month default to the current year and   *
      *   the last complete month (the month to date in January); a *
      *   PROJPARM.DAT record (year 4 digits, as-of month 2)        *
      *   overrides them. The report is written to YEARPROJ.DAT. A  *
      *   missing master, monthly, plan or region file aborts the   *
      *   run with RETURN-CODE 8.                                   *
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
            SELECT PLAN-FILE ASSIGN TO "COMMPLANS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PLAN-STATUS.
            SELECT REGION-FILE ASSIGN TO "REGIONS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGION-STATUS.
            SELECT OPTIONAL REGION-HISTORY-FILE
             ASSIGN TO "REGIONHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-XFER-STATUS.
            SELECT PARM-FILE ASSIGN TO "PROJPARM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.
            SELECT PROJECTION-REPORT ASSIGN TO "YEARPROJ.DAT".


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

        FD PLAN-FILE.

        01  PLAN-RECORD.
            05 PL-PLAN-CODE         PIC X(5).
            05 PL-EFFECTIVE-DATE    PIC 9(8).
            05 PL-TIER-COUNT        PIC 9(2).
            05 PL-TIER OCCURS 10 TIMES.
                10 PL-TIER-THRESHOLD PIC 9(8).
                10 PL-TIER-RATE     PIC 9V99.

        FD REGION-FILE.

        01  REGION-RECORD.
            05 RF-REGION-CODE       PIC X(5).
            05 RF-REGION-NAME       PIC X(20).
            05 RF-REGION-MANAGER    PIC X(30).
            05 RF-ANNUAL-QUOTA      PIC 9(10).

        FD REGION-HISTORY-FILE.

        01  REGION-HISTORY-RECORD.
            05 RH-SALESPERSON-ID    PIC 9(5).
            05 RH-EFFECTIVE-DATE    PIC 9(8).
            05 RH-FROM-REGION       PIC X(5).
            05 RH-TO-REGION         PIC X(5).
            05 RH-POSTED-STAMP      PIC 9(14).

        FD PARM-FILE.

        01  PROJECTION-PARM-RECORD.
            05 PARM-PROJ-YEAR       PIC 9(4).
            05 PARM-ASOF-MONTH      PIC 9(2).

        FD PROJECTION-REPORT.

        01  PROJECTION-PRINT-LINE   PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-SWITCHES.
            05 WS-MASTER-EOF-SW    PIC X VALUE 'N'.
               88 END-OF-MASTER          VALUE 'Y'.
            05 WS-PLAN-EOF-SW      PIC X VALUE 'N'.
               88 END-OF-PLANS           VALUE 'Y'.
            05 WS-REGION-EOF-SW    PIC X VALUE 'N'.
               88 END-OF-REGIONS         VALUE 'Y'.
            05 WS-XFER-EOF-SW      PIC X VALUE 'N'.
               88 END-OF-XFERS           VALUE 'Y'.
            05 WS-XFER-OVERFLOW-SW PIC X VALUE 'N'.
               88 WS-XFER-OVERFLOW       VALUE 'Y'.
            05 WS-MONTHLY-FOUND-SW PIC X VALUE 'N'.
               88 WS-MONTHLY-FOUND       VALUE 'Y'.
            05 WS-ACTIVE-SW        PIC X VALUE 'Y'.
               88 WS-ACTIVE-IN-YEAR      VALUE 'Y'.

        01  WS-FILE-STATUSES.
            05 WS-MASTER-STATUS    PIC XX VALUE SPACES.
            05 WS-MONTHLY-STATUS   PIC XX VALUE SPACES.
            05 WS-PLAN-STATUS      PIC XX VALUE SPACES.
            05 WS-REGION-STATUS    PIC XX VALUE SPACES.
            05 WS-XFER-STATUS      PIC XX VALUE SPACES.
            05 WS-PARM-STATUS      PIC XX VALUE SPACES.

        01  WS-PLAN-TABLE.
            05 WS-PLAN-TIER-COUNT  PIC 9(3) COMP VALUE ZEROES.
            05 WS-PLAN-CODE        PIC X(5) VALUE SPACES.
            05 WS-PLAN-EFFECTIVE   PIC 9(8) VALUE ZEROES.
            05 WS-PLAN-TIER OCCURS 10 TIMES.
                10 WS-PT-THRESHOLD PIC 9(8).
                10 WS-PT-RATE      PIC 9V99.
        01  WS-PLAN-SUB            PIC 9(3) COMP VALUE ZEROES.
        01  WS-PLAN-AS-OF-DATE     PIC 9(8) VALUE ZEROES.

        01  WS-REGION-TABLE.
            05 WS-REGION-COUNT     PIC 9(3) COMP VALUE ZEROES.
            05 WS-REGION-ENTRY OCCURS 20 TIMES.
                10 WS-RT-CODE      PIC X(5).
                10 WS-RT-NAME      PIC X(20).
                10 WS-RT-QUOTA     PIC 9(10).
                10 WS-RT-YTD-SALES PIC 9(10).
                10 WS-RT-PROJECTED PIC 9(10).
                10 WS-RT-COUNT     PIC 9(5).
                10 WS-RT-ACTMONTHS PIC 9(7).
                10 WS-RT-TOUCHED-SW PIC X.
        01  WS-REGION-SUB          PIC 9(3) COMP VALUE ZEROES.
        01  WS-REGION-MATCH-SUB    PIC 9(3) COMP VALUE ZEROES.
        01  WS-MONTH-REGION-SUB    PIC 9(3) COMP VALUE ZEROES.
        01  WS-MONTH-REGION        PIC X(5) VALUE SPACES.

        01  WS-TRANSFER-TABLE.
            05 WS-XFER-COUNT       PIC 9(3) COMP VALUE ZEROES.
            05 WS-XFER-ENTRY OCCURS 500 TIMES.
                10 WS-XF-ID        PIC 9(5).
                10 WS-XF-EFF-MONTH PIC 9(6).
                10 WS-XF-FROM      PIC X(5).
                10 WS-XF-TO        PIC X(5).
        01  WS-XFER-FIELDS.
            05 WS-XFER-SUB         PIC 9(3) COMP VALUE ZEROES.
            05 WS-XFER-TARGET      PIC 9(6) VALUE ZEROES.
            05 WS-XFER-BEST        PIC 9(6) VALUE ZEROES.
            05 WS-XFER-EARLIEST    PIC 9(6) VALUE ZEROES.
            05 WS-XFER-EARLY-REGION PIC X(5) VALUE SPACES.

        01  WS-PROJECTION-FIELDS.
            05 WS-PROJ-YEAR        PIC 9(4) VALUE ZEROES.
            05 WS-ASOF-MONTH       PIC 9(2) VALUE ZEROES.
            05 WS-TODAY            PIC 9(8) VALUE ZEROES.
            05 WS-WORK-DATE        PIC 9(8) VALUE ZEROES.
            05 FILLER REDEFINES WS-WORK-DATE.
                10 WS-WORK-YEAR    PIC 9(4).
                10 WS-WORK-MONTH   PIC 9(2).
                10 FILLER          PIC 9(2).
            05 WS-START-MONTH      PIC 9(3) COMP VALUE 1.
            05 WS-END-MONTH        PIC 9(3) COMP VALUE 12.
            05 WS-ACTIVE-MONTHS    PIC 9(3) COMP VALUE 12.
            05 WS-ELAPSED-END      PIC 9(3) COMP VALUE ZEROES.
            05 WS-ELAPSED-MONTHS   PIC 9(3) COMP VALUE ZEROES.
            05 WS-REMAINING-START  PIC 9(3) COMP VALUE ZEROES.
            05 WS-REMAINING-MONTHS PIC 9(3) COMP VALUE ZEROES.
            05 WS-MONTH-SUB        PIC 9(3) COMP VALUE ZEROES.
            05 WS-YTD-SALES        PIC 9(8) VALUE ZEROES.
            05 WS-RUN-RATE         PIC 9(8) VALUE ZEROES.
            05 WS-PROJECTED-SALES  PIC 9(8) VALUE ZEROES.
            05 WS-ANNUALIZED-SALES PIC 9(8) VALUE ZEROES.
            05 WS-MONTH-AMOUNT     PIC 9(8) VALUE ZEROES.
            05 WS-COMMISSION-RATE  PIC V99 VALUE ZEROES.
            05 WS-TIER-MATCH-SUB   PIC 9(3) COMP VALUE ZEROES.
            05 WS-PROJ-COMMISSION  PIC 9(10) VALUE ZEROES.
            05 WS-NEXT-RATE        PIC V99 VALUE ZEROES.
            05 WS-GAP-ANNUALIZED   PIC 9(8) VALUE ZEROES.
            05 WS-GAP-YEAR         PIC 9(8) VALUE ZEROES.
            05 WS-EFF-QUOTA        PIC 9(10) VALUE ZEROES.
            05 WS-PCT-ATTAINED     PIC 9(3)V99 VALUE ZEROES.
            05 WS-QUOTA-VARIANCE   PIC S9(11) VALUE ZEROES.

        01  WS-COUNTS.
            05 WS-LISTED-COUNT     PIC 9(5) VALUE ZEROES.
            05 WS-SKIPPED-COUNT    PIC 9(5) VALUE ZEROES.
            05 WS-NO-MONTHLY-COUNT PIC 9(5) VALUE ZEROES.
            05 WS-NEAR-TIER-COUNT  PIC 9(5) VALUE ZEROES.
            05 WS-TOTAL-YTD        PIC 9(11) VALUE ZEROES.
            05 WS-TOTAL-PROJECTED  PIC 9(11) VALUE ZEROES.
            05 WS-TOTAL-COMMISSION PIC 9(11) VALUE ZEROES.
            05 WS-TOTAL-QUOTA      PIC 9(11) VALUE ZEROES.
            05 WS-UNASSIGNED-YTD   PIC 9(11) VALUE ZEROES.
            05 WS-UNASSIGNED-PROJ  PIC 9(11) VALUE ZEROES.

        01  PROJECTION-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(30) VALUE
               'YEAR-END PROJECTION   YEAR: '.
            05 PH-PROJ-YEAR        PIC 9(4).
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 FILLER              PIC X(28) VALUE
               'ACTUALS THROUGH MONTH: '.
            05 PH-ASOF-MONTH       PIC Z9.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 FILLER              PIC X(6)  VALUE 'PLAN: '.
            05 PH-PLAN-CODE        PIC X(5).
            05 FILLER              PIC X(46) VALUE SPACES.

        01  PROJECTION-HEADING-LINE2.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(5)  VALUE 'ID   '.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(25) VALUE 'SALESPERSON NAME'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(5)  VALUE 'REGN'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(3)  VALUE 'MOS'.
            05 FILLER              PIC X(1)  VALUE SPACES.
            05 FILLER              PIC X(10) VALUE ' YTD SALES'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(10) VALUE ' PROJECTED'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(6)  VALUE 'TR RTE'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(11) VALUE ' PROJ COMM'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(3)  VALUE 'NXT'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(10) VALUE 'TO NXT TIR'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(16) VALUE 'NOTE'.
            05 FILLER              PIC X(4)  VALUE SPACES.

        01  PROJECTION-DETAIL-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 PD-SALESPERSON-ID   PIC X(5).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PD-NAME             PIC X(25).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PD-REGION           PIC X(5).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PD-MONTHS           PIC ZZ9.
            05 FILLER              PIC X(1)  VALUE SPACES.
            05 PD-YTD-SALES        PIC ZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PD-PROJECTED        PIC ZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PD-TIER             PIC Z9.
            05 FILLER              PIC X(1)  VALUE SPACES.
            05 PD-RATE             PIC .99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PD-PROJ-COMMISSION  PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PD-NEXT-RATE        PIC .99 BLANK WHEN ZERO.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PD-GAP              PIC ZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PD-NOTE             PIC X(16).
            05 FILLER              PIC X(4)  VALUE SPACES.

        01  REGION-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(40) VALUE
               'PROJECTED REGIONAL QUOTA ATTAINMENT'.
            05 FILLER              PIC X(87) VALUE SPACES.

        01  REGION-HEADING-LINE2.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(5)  VALUE 'REGN'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(20) VALUE 'REGION NAME'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(15) VALUE '   ANNUAL QUOTA'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(14) VALUE '     YTD SALES'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(14) VALUE '     PROJECTED'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(7)  VALUE ' PCT   '.
            05 FILLER              PIC X(1)  VALUE SPACES.
            05 FILLER              PIC X(15) VALUE '  OVER/(SHORT)'.
            05 FILLER              PIC X(26) VALUE SPACES.

        01  REGION-DETAIL-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 RD-REGION-CODE      PIC X(5).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 RD-REGION-NAME      PIC X(20).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 RD-QUOTA            PIC ZZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 RD-YTD-SALES        PIC ZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 RD-PROJECTED        PIC ZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 RD-PCT-ATTAINED     PIC ZZ9.99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 RD-VARIANCE         PIC -ZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(26) VALUE SPACES.

        01  PROJECTION-TOTAL-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 PT-LABEL            PIC X(40).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PT-COUNT            PIC ZZ,ZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(63) VALUE SPACES.

        01  PROJECTION-ABORT-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 PA-ABORT-TEXT       PIC X(60).
            05 FILLER              PIC X(67) VALUE SPACES.

        01  PROJECTION-WARNING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(60) VALUE
               'OVER 500 MOVES ON REGIONHIST - REGION SPLIT INCOMPLETE'.
            05 FILLER              PIC X(67) VALUE SPACES.

        PROCEDURE DIVISION.

        0050-MAIN.
           PERFORM 0052-READ-PROJECTION-PARM.
           OPEN OUTPUT PROJECTION-REPORT.
           PERFORM 0054-OPEN-INPUT-FILES.
           PERFORM 0056-LOAD-COMMISSION-PLAN.
           PERFORM 0058-LOAD-REGION-TABLE.
           PERFORM 0060-LOAD-REGION-HISTORY.
           MOVE WS-PROJ-YEAR TO PH-PROJ-YEAR.
           MOVE WS-ASOF-MONTH TO PH-ASOF-MONTH.
           MOVE WS-PLAN-CODE TO PH-PLAN-CODE.
           MOVE PROJECTION-HEADING-LINE TO PROJECTION-PRINT-LINE.
           WRITE PROJECTION-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE PROJECTION-HEADING-LINE2 TO PROJECTION-PRINT-LINE.
           WRITE PROJECTION-PRINT-LINE AFTER ADVANCING 2 LINE.
           PERFORM 0100-PROJECT-ALL.
           PERFORM 0160-WRITE-REGION-TOTALS.
           PERFORM 0170-WRITE-TOTALS.
           PERFORM 0200-STOP-RUN.

        0052-READ-PROJECTION-PARM.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-WORK-DATE.
           MOVE WS-WORK-YEAR TO WS-PROJ-YEAR.
           COMPUTE WS-ASOF-MONTH = WS-WORK-MONTH - 1.
           IF WS-ASOF-MONTH < 1
              MOVE 1 TO WS-ASOF-MONTH
           END-IF.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ PARM-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-PARM-STATUS = '00'
                 IF PARM-PROJ-YEAR NUMERIC
                    AND PARM-PROJ-YEAR > 1900
                    MOVE PARM-PROJ-YEAR TO WS-PROJ-YEAR
                 END-IF
                 IF PARM-ASOF-MONTH NUMERIC
                    AND PARM-ASOF-MONTH >= 1
                    AND PARM-ASOF-MONTH <= 12
                    MOVE PARM-ASOF-MONTH TO WS-ASOF-MONTH
                 END-IF
              END-IF
              CLOSE PARM-FILE
           END-IF.
           COMPUTE WS-PLAN-AS-OF-DATE = WS-PROJ-YEAR * 10000 + 1231.

        0054-OPEN-INPUT-FILES.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
              MOVE 'MASTER FILE SALESMAST.DAT MISSING - RUN ABORTED'
                 TO PA-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.
           OPEN INPUT MONTHLY-FILE.
           IF WS-MONTHLY-STATUS NOT = '00'
              MOVE 'MONTHLY FILE MONTHLYSALES.DAT MISSING - RUN ABORTED'
                 TO PA-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.

        0056-LOAD-COMMISSION-PLAN.
           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-STATUS NOT = '00'
              MOVE 'COMM PLANS MISSING/EMPTY - RUN ABORTED'
                 TO PA-ABORT-TEXT
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
                 TO PA-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.

        0058-LOAD-REGION-TABLE.
           OPEN INPUT REGION-FILE.
           IF WS-REGION-STATUS NOT = '00'
              MOVE 'REGIONS FILE MISSING/EMPTY - RUN ABORTED'
                 TO PA-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.
           READ REGION-FILE
              AT END SET END-OF-REGIONS TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-REGIONS
              IF WS-REGION-COUNT < 20
                 ADD 1 TO WS-REGION-COUNT
                 MOVE RF-REGION-CODE
                    TO WS-RT-CODE (WS-REGION-COUNT)
                 MOVE RF-REGION-NAME
                    TO WS-RT-NAME (WS-REGION-COUNT)
                 MOVE RF-ANNUAL-QUOTA
                    TO WS-RT-QUOTA (WS-REGION-COUNT)
                 MOVE ZEROES TO WS-RT-YTD-SALES (WS-REGION-COUNT)
                 MOVE ZEROES TO WS-RT-PROJECTED (WS-REGION-COUNT)
                 MOVE ZEROES TO WS-RT-COUNT (WS-REGION-COUNT)
                 MOVE ZEROES TO WS-RT-ACTMONTHS (WS-REGION-COUNT)
              END-IF
              READ REGION-FILE
                 AT END SET END-OF-REGIONS TO TRUE
              END-READ
           END-PERFORM.
           CLOSE REGION-FILE.
           IF WS-REGION-COUNT = ZEROES
              MOVE 'REGIONS FILE MISSING/EMPTY - RUN ABORTED'
                 TO PA-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.

      *    Only moves effective in the projection year or later can
      *    split this year's months; earlier ones are already
      *    reflected in the master region.
        0060-LOAD-REGION-HISTORY.
           OPEN INPUT REGION-HISTORY-FILE.
           IF WS-XFER-STATUS NOT = '00'
              AND WS-XFER-STATUS NOT = '05'
              CONTINUE
           ELSE
              READ REGION-HISTORY-FILE
                 AT END SET END-OF-XFERS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-XFERS
                 IF RH-EFFECTIVE-DATE NUMERIC
                    AND RH-EFFECTIVE-DATE >= WS-PROJ-YEAR * 10000
                    IF WS-XFER-COUNT < 500
                       ADD 1 TO WS-XFER-COUNT
                       MOVE RH-SALESPERSON-ID
                          TO WS-XF-ID (WS-XFER-COUNT)
                       COMPUTE WS-XF-EFF-MONTH (WS-XFER-COUNT) =
                          RH-EFFECTIVE-DATE / 100
                       MOVE RH-FROM-REGION
                          TO WS-XF-FROM (WS-XFER-COUNT)
                       MOVE RH-TO-REGION TO WS-XF-TO (WS-XFER-COUNT)
                    ELSE
                       SET WS-XFER-OVERFLOW TO TRUE
                    END-IF
                 END-IF
                 READ REGION-HISTORY-FILE
                    AT END SET END-OF-XFERS TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE REGION-HISTORY-FILE.

        0090-ABORT-RUN.
           MOVE PROJECTION-ABORT-LINE TO PROJECTION-PRINT-LINE.
           WRITE PROJECTION-PRINT-LINE AFTER ADVANCING 2 LINE.
           CLOSE PROJECTION-REPORT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

        0100-PROJECT-ALL.
           READ MASTER-FILE
              AT END SET END-OF-MASTER TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-MASTER
              PERFORM 0110-PROJECT-ONE-PERSON
              READ MASTER-FILE
                 AT END SET END-OF-MASTER TO TRUE
              END-READ
           END-PERFORM.

        0110-PROJECT-ONE-PERSON.
           PERFORM 0115-COMPUTE-ACTIVE-MONTHS.
           IF NOT WS-ACTIVE-IN-YEAR
              ADD 1 TO WS-SKIPPED-COUNT
           ELSE
              MOVE ZEROES TO WS-YTD-SALES
              MOVE ZEROES TO WS-PROJECTED-SALES
              MOVE ZEROES TO WS-COMMISSION-RATE
              MOVE ZEROES TO WS-TIER-MATCH-SUB
              MOVE ZEROES TO WS-PROJ-COMMISSION
              MOVE ZEROES TO WS-NEXT-RATE
              MOVE ZEROES TO WS-GAP-YEAR
              MOVE SPACES TO PD-NOTE
              PERFORM 0112-LOOKUP-MONTHLY
              IF NOT WS-MONTHLY-FOUND
                 ADD 1 TO WS-NO-MONTHLY-COUNT
                 MOVE 'NO MONTHLY DATA' TO PD-NOTE
              ELSE
                 PERFORM 0120-PROJECT-YEAR-SALES
                 PERFORM 0125-DETERMINE-TIER
                 PERFORM 0130-CREDIT-REGIONS
                 ADD WS-YTD-SALES TO WS-TOTAL-YTD
                 ADD WS-PROJECTED-SALES TO WS-TOTAL-PROJECTED
                 ADD WS-PROJ-COMMISSION TO WS-TOTAL-COMMISSION
              END-IF
              PERFORM 0150-WRITE-PERSON-LINE
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
              IF WS-WORK-YEAR > WS-PROJ-YEAR
                 MOVE 'N' TO WS-ACTIVE-SW
              END-IF
              IF WS-WORK-YEAR = WS-PROJ-YEAR
                 AND WS-WORK-MONTH >= 1 AND WS-WORK-MONTH <= 12
                 MOVE WS-WORK-MONTH TO WS-START-MONTH
              END-IF
           END-IF.
           IF MAST-TERMDATE NUMERIC AND MAST-TERMDATE > ZEROES
              MOVE MAST-TERMDATE TO WS-WORK-DATE
              IF WS-WORK-YEAR < WS-PROJ-YEAR
                 MOVE 'N' TO WS-ACTIVE-SW
              END-IF
              IF WS-WORK-YEAR = WS-PROJ-YEAR
                 AND WS-WORK-MONTH >= 1 AND WS-WORK-MONTH <= 12
                 MOVE WS-WORK-MONTH TO WS-END-MONTH
              END-IF
           END-IF.
           IF WS-END-MONTH < WS-START-MONTH
              MOVE WS-START-MONTH TO WS-END-MONTH
           END-IF.
           COMPUTE WS-ACTIVE-MONTHS =
              WS-END-MONTH - WS-START-MONTH + 1.

      *    The run rate is the sales to date over the months worked so
      *    far; each month still to be worked is projected at it.
        0120-PROJECT-YEAR-SALES.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > WS-ASOF-MONTH
              ADD MSR-MONTH-SALES (WS-MONTH-SUB) TO WS-YTD-SALES
           END-PERFORM.
           MOVE WS-ASOF-MONTH TO WS-ELAPSED-END.
           IF WS-END-MONTH < WS-ELAPSED-END
              MOVE WS-END-MONTH TO WS-ELAPSED-END
           END-IF.
           IF WS-ELAPSED-END >= WS-START-MONTH
              COMPUTE WS-ELAPSED-MONTHS =
                 WS-ELAPSED-END - WS-START-MONTH + 1
           ELSE
              MOVE ZEROES TO WS-ELAPSED-MONTHS
           END-IF.
           COMPUTE WS-REMAINING-START = WS-ASOF-MONTH + 1.
           IF WS-START-MONTH > WS-REMAINING-START
              MOVE WS-START-MONTH TO WS-REMAINING-START
           END-IF.
           IF WS-END-MONTH >= WS-REMAINING-START
              COMPUTE WS-REMAINING-MONTHS =
                 WS-END-MONTH - WS-REMAINING-START + 1
           ELSE
              MOVE ZEROES TO WS-REMAINING-MONTHS
           END-IF.
           IF WS-ELAPSED-MONTHS > ZEROES
              COMPUTE WS-RUN-RATE ROUNDED =
                 WS-YTD-SALES / WS-ELAPSED-MONTHS
           ELSE
              MOVE ZEROES TO WS-RUN-RATE
              MOVE 'NOT STARTED YET' TO PD-NOTE
           END-IF.
           COMPUTE WS-PROJECTED-SALES =
              WS-YTD-SALES + WS-RUN-RATE * WS-REMAINING-MONTHS.
           COMPUTE WS-ANNUALIZED-SALES ROUNDED =
              WS-PROJECTED-SALES * 12 / WS-ACTIVE-MONTHS.

        0125-DETERMINE-TIER.
           MOVE WS-PT-RATE (1) TO WS-COMMISSION-RATE.
           MOVE 1 TO WS-TIER-MATCH-SUB.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-TIER-COUNT
              IF WS-ANNUALIZED-SALES
                 >= WS-PT-THRESHOLD (WS-PLAN-SUB)
                 MOVE WS-PT-RATE (WS-PLAN-SUB)
                    TO WS-COMMISSION-RATE
                 MOVE WS-PLAN-SUB TO WS-TIER-MATCH-SUB
              END-IF
           END-PERFORM.
           COMPUTE WS-PROJ-COMMISSION =
              WS-COMMISSION-RATE * WS-PROJECTED-SALES.
      *    Tiers are judged on annualized sales, so the gap is taken
      *    back to this year's months and rounded up to whole dollars.
           IF WS-TIER-MATCH-SUB < WS-PLAN-TIER-COUNT
              MOVE WS-PT-RATE (WS-TIER-MATCH-SUB + 1) TO WS-NEXT-RATE
              COMPUTE WS-GAP-ANNUALIZED =
                 WS-PT-THRESHOLD (WS-TIER-MATCH-SUB + 1)
                 - WS-ANNUALIZED-SALES
              COMPUTE WS-GAP-YEAR =
                 (WS-GAP-ANNUALIZED * WS-ACTIVE-MONTHS + 11) / 12
           ELSE
              IF PD-NOTE = SPACES
                 MOVE 'TOP TIER' TO PD-NOTE
              END-IF
           END-IF.

      *    Each month counts to the region held that month: actual
      *    buckets through the as-of month, the run rate after it.
        0130-CREDIT-REGIONS.
           MOVE ZEROES TO WS-REGION-MATCH-SUB.
           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB > WS-REGION-COUNT
              MOVE 'N' TO WS-RT-TOUCHED-SW (WS-REGION-SUB)
              IF WS-RT-CODE (WS-REGION-SUB) = MAST-REGION
                 MOVE WS-REGION-SUB TO WS-REGION-MATCH-SUB
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
              MOVE ZEROES TO WS-MONTH-AMOUNT
              IF WS-MONTH-SUB <= WS-ASOF-MONTH
                 MOVE MSR-MONTH-SALES (WS-MONTH-SUB) TO WS-MONTH-AMOUNT
              ELSE
                 IF WS-MONTH-SUB >= WS-REMAINING-START
                    AND WS-MONTH-SUB <= WS-END-MONTH
                    MOVE WS-RUN-RATE TO WS-MONTH-AMOUNT
                 END-IF
              END-IF
              PERFORM 0135-FIND-MONTH-REGION
              IF WS-MONTH-REGION-SUB = ZEROES
                 ADD WS-MONTH-AMOUNT TO WS-UNASSIGNED-PROJ
                 IF WS-MONTH-SUB <= WS-ASOF-MONTH
                    ADD WS-MONTH-AMOUNT TO WS-UNASSIGNED-YTD
                 END-IF
              ELSE
                 ADD WS-MONTH-AMOUNT
                    TO WS-RT-PROJECTED (WS-MONTH-REGION-SUB)
                 IF WS-MONTH-SUB <= WS-ASOF-MONTH
                    ADD WS-MONTH-AMOUNT
                       TO WS-RT-YTD-SALES (WS-MONTH-REGION-SUB)
                 END-IF
                 IF WS-MONTH-SUB >= WS-START-MONTH
                    AND WS-MONTH-SUB <= WS-END-MONTH
                    ADD 1 TO WS-RT-ACTMONTHS (WS-MONTH-REGION-SUB)
                    IF WS-RT-TOUCHED-SW (WS-MONTH-REGION-SUB)
                       NOT = 'Y'
                       MOVE 'Y'
                          TO WS-RT-TOUCHED-SW (WS-MONTH-REGION-SUB)
                       ADD 1 TO WS-RT-COUNT (WS-MONTH-REGION-SUB)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *    The region held in a month is the destination of the
      *    latest move effective in or before that month, or the
      *    origin of the earliest move if none is effective yet.
      *    A code not on REGIONS.DAT falls back to the current one.
        0135-FIND-MONTH-REGION.
           COMPUTE WS-XFER-TARGET = WS-PROJ-YEAR * 100 + WS-MONTH-SUB.
           MOVE ZEROES TO WS-XFER-BEST.
           MOVE 999999 TO WS-XFER-EARLIEST.
           MOVE MAST-REGION TO WS-MONTH-REGION.
           MOVE SPACES TO WS-XFER-EARLY-REGION.
           PERFORM VARYING WS-XFER-SUB FROM 1 BY 1
                   UNTIL WS-XFER-SUB > WS-XFER-COUNT
              IF WS-XF-ID (WS-XFER-SUB) = MAST-SALESPERSON-ID
                 IF WS-XF-EFF-MONTH (WS-XFER-SUB) <= WS-XFER-TARGET
                    AND WS-XF-EFF-MONTH (WS-XFER-SUB) >= WS-XFER-BEST
                    MOVE WS-XF-EFF-MONTH (WS-XFER-SUB)
                       TO WS-XFER-BEST
                    MOVE WS-XF-TO (WS-XFER-SUB) TO WS-MONTH-REGION
                 END-IF
                 IF WS-XF-EFF-MONTH (WS-XFER-SUB) < WS-XFER-EARLIEST
                    MOVE WS-XF-EFF-MONTH (WS-XFER-SUB)
                       TO WS-XFER-EARLIEST
                    MOVE WS-XF-FROM (WS-XFER-SUB)
                       TO WS-XFER-EARLY-REGION
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-XFER-BEST = ZEROES
              AND WS-XFER-EARLIEST < 999999
              MOVE WS-XFER-EARLY-REGION TO WS-MONTH-REGION
           END-IF.
           MOVE WS-REGION-MATCH-SUB TO WS-MONTH-REGION-SUB.
           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB > WS-REGION-COUNT
              IF WS-RT-CODE (WS-REGION-SUB) = WS-MONTH-REGION
                 MOVE WS-REGION-SUB TO WS-MONTH-REGION-SUB
              END-IF
           END-PERFORM.

        0150-WRITE-PERSON-LINE.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE MAST-SALESPERSON-ID TO PD-SALESPERSON-ID.
           MOVE SPACES TO PD-NAME.
           STRING MAST-LASTNAME DELIMITED BY '  '
                  ', '          DELIMITED BY SIZE
                  MAST-FIRSTNAME DELIMITED BY '  '
               INTO PD-NAME
           END-STRING.
           MOVE MAST-REGION TO PD-REGION.
           MOVE WS-ACTIVE-MONTHS TO PD-MONTHS.
           MOVE WS-YTD-SALES TO PD-YTD-SALES.
           MOVE WS-PROJECTED-SALES TO PD-PROJECTED.
           MOVE WS-TIER-MATCH-SUB TO PD-TIER.
           MOVE WS-COMMISSION-RATE TO PD-RATE.
           MOVE WS-PROJ-COMMISSION TO PD-PROJ-COMMISSION.
           MOVE WS-NEXT-RATE TO PD-NEXT-RATE.
           MOVE WS-GAP-YEAR TO PD-GAP.
           IF WS-GAP-YEAR > ZEROES
              AND WS-GAP-YEAR <= WS-RUN-RATE
              ADD 1 TO WS-NEAR-TIER-COUNT
              IF PD-NOTE = SPACES
                 MOVE 'WITHIN 1 MONTH' TO PD-NOTE
              END-IF
           END-IF.
           MOVE PROJECTION-DETAIL-LINE TO PROJECTION-PRINT-LINE.
           WRITE PROJECTION-PRINT-LINE AFTER ADVANCING 1 LINE.

        0160-WRITE-REGION-TOTALS.
           MOVE REGION-HEADING-LINE TO PROJECTION-PRINT-LINE.
           WRITE PROJECTION-PRINT-LINE AFTER ADVANCING 3 LINE.
           MOVE REGION-HEADING-LINE2 TO PROJECTION-PRINT-LINE.
           WRITE PROJECTION-PRINT-LINE AFTER ADVANCING 2 LINE.
           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB > WS-REGION-COUNT
              PERFORM 0165-WRITE-REGION-LINE
           END-PERFORM.

        0165-WRITE-REGION-LINE.
           MOVE WS-RT-CODE (WS-REGION-SUB) TO RD-REGION-CODE.
           MOVE WS-RT-NAME (WS-REGION-SUB) TO RD-REGION-NAME.
           IF WS-RT-COUNT (WS-REGION-SUB) > ZEROES
              COMPUTE WS-EFF-QUOTA ROUNDED =
                 WS-RT-QUOTA (WS-REGION-SUB)
                 * WS-RT-ACTMONTHS (WS-REGION-SUB)
                 / (WS-RT-COUNT (WS-REGION-SUB) * 12)
           ELSE
              MOVE WS-RT-QUOTA (WS-REGION-SUB) TO WS-EFF-QUOTA
           END-IF.
           ADD WS-EFF-QUOTA TO WS-TOTAL-QUOTA.
           MOVE WS-EFF-QUOTA TO RD-QUOTA.
           MOVE WS-RT-YTD-SALES (WS-REGION-SUB) TO RD-YTD-SALES.
           MOVE WS-RT-PROJECTED (WS-REGION-SUB) TO RD-PROJECTED.
           IF WS-EFF-QUOTA > ZEROES
              COMPUTE WS-PCT-ATTAINED ROUNDED =
                 WS-RT-PROJECTED (WS-REGION-SUB) * 100
                 / WS-EFF-QUOTA
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-PCT-ATTAINED
              END-COMPUTE
           ELSE
              MOVE ZEROES TO WS-PCT-ATTAINED
           END-IF.
           MOVE WS-PCT-ATTAINED TO RD-PCT-ATTAINED.
           COMPUTE WS-QUOTA-VARIANCE =
              WS-RT-PROJECTED (WS-REGION-SUB) - WS-EFF-QUOTA.
           MOVE WS-QUOTA-VARIANCE TO RD-VARIANCE.
           MOVE REGION-DETAIL-LINE TO PROJECTION-PRINT-LINE.
           WRITE PROJECTION-PRINT-LINE AFTER ADVANCING 1 LINE.

        0170-WRITE-TOTALS.
           MOVE SPACES TO PROJECTION-PRINT-LINE.
           WRITE PROJECTION-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SALESPEOPLE PROJECTED - SALES TO DATE:' TO PT-LABEL.
           MOVE WS-LISTED-COUNT TO PT-COUNT.
           MOVE WS-TOTAL-YTD TO PT-AMOUNT.
           PERFORM 0175-WRITE-TOTAL-LINE.
           MOVE 'PROJECTED FULL-YEAR SALES:' TO PT-LABEL.
           MOVE WS-LISTED-COUNT TO PT-COUNT.
           MOVE WS-TOTAL-PROJECTED TO PT-AMOUNT.
           PERFORM 0175-WRITE-TOTAL-LINE.
           MOVE 'PROJECTED COMMISSION:' TO PT-LABEL.
           MOVE WS-LISTED-COUNT TO PT-COUNT.
           MOVE WS-TOTAL-COMMISSION TO PT-AMOUNT.
           PERFORM 0175-WRITE-TOTAL-LINE.
           MOVE 'PRORATED QUOTA, ALL REGIONS:' TO PT-LABEL.
           MOVE WS-REGION-COUNT TO PT-COUNT.
           MOVE WS-TOTAL-QUOTA TO PT-AMOUNT.
           PERFORM 0175-WRITE-TOTAL-LINE.
           IF WS-UNASSIGNED-PROJ > ZEROES
              MOVE 'PROJECTED SALES, REGION NOT ON FILE:'
                 TO PT-LABEL
              MOVE ZEROES TO PT-COUNT
              MOVE WS-UNASSIGNED-PROJ TO PT-AMOUNT
              PERFORM 0175-WRITE-TOTAL-LINE
           END-IF.
           MOVE 'WITHIN ONE MONTH OF NEXT TIER:' TO PT-LABEL.
           MOVE WS-NEAR-TIER-COUNT TO PT-COUNT.
           MOVE ZEROES TO PT-AMOUNT.
           PERFORM 0175-WRITE-TOTAL-LINE.
           MOVE 'NO MONTHLY DATA (NOT PROJECTED):' TO PT-LABEL.
           MOVE WS-NO-MONTHLY-COUNT TO PT-COUNT.
           MOVE ZEROES TO PT-AMOUNT.
           PERFORM 0175-WRITE-TOTAL-LINE.
           MOVE 'NOT ACTIVE IN YEAR (SKIPPED):' TO PT-LABEL.
           MOVE WS-SKIPPED-COUNT TO PT-COUNT.
           MOVE ZEROES TO PT-AMOUNT.
           PERFORM 0175-WRITE-TOTAL-LINE.
           IF WS-XFER-OVERFLOW
              MOVE PROJECTION-WARNING-LINE TO PROJECTION-PRINT-LINE
              WRITE PROJECTION-PRINT-LINE AFTER ADVANCING 2 LINE
           END-IF.

        0175-WRITE-TOTAL-LINE.
           MOVE PROJECTION-TOTAL-LINE TO PROJECTION-PRINT-LINE.
           WRITE PROJECTION-PRINT-LINE AFTER ADVANCING 1 LINE.

        0200-STOP-RUN.
           CLOSE MASTER-FILE.
           CLOSE MONTHLY-FILE.
           CLOSE PROJECTION-REPORT.
           IF WS-XFER-OVERFLOW
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZEROES TO RETURN-CODE
           END-IF.
           STOP RUN.

          END PROGRAM YEARPROJ.
