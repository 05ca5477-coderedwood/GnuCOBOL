      *   regional accumulations, and a quota attainment report     *
      *   (QUOTAATTAIN.DAT) is printed for sales management.        *
      *                                                             *
      *  A salesperson who changed region during the year (a        *
      *   TRANSFER posted by SALESUPDATE to REGIONHIST.DAT) is      *
      *   credited to each region only for the months worked        *
      *   there: each month's MONTHLYSALES.DAT bucket goes to the   *
      *   region held that month (the effective month counts to     *
      *   the new region), any balance of the sales basis stays     *
      *   with the current region, and head count and active        *
      *   months are spread the same way for the quota proration.   *
      *   The region subtotals on the sales report carry only the   *
      *   current region's share. Only the first 500 moves of the   *
      *   year on REGIONHIST.DAT are used: any more leave the split *
      *   incomplete, an exception line says so and the run ends    *
      *   with RETURN-CODE 4.                                       *
      *                                                             *
      *  The commission tier schedule (threshold and rate pairs)    *
      *   comes from the COMMPLANS.DAT reference file, also loaded  *
      *   at start-up: the plan row with the latest effective date  *
      *   STATEMENTS.DAT along with their payroll CSV line.         *
      *                                                             *
      *  Manual commission adjustments come in on ADJUSTMENTS.DAT   *
      *   (clawbacks, guaranteed draws, split credits, and the      *
      *   true-up payments COMMTRUEUP generates). Manual items are  *
      *   keyed and approved in ADJENTRY and released here by       *
      *   ADJEXTRACT. They are applied to each salesperson's        *
      *   commission before it reaches the commission report, the   *
      *   payroll CSV and the run totals. Every adjustment,         *
      *   applied or rejected, is listed on the ADJREGISTER.DAT     *
      *   register. When a run ends with RETURN-CODE 0 the          *
      *   adjustments it applied are moved off ADJUSTMENTS.DAT      *
      *   (staged in ADJUSTMENTS.TMP and copied back) onto the      *
      *   ADJAPPLIED.DAT history with the period and run date, so   *
      *   they cannot be paid again; rejected items stay on file    *
      *   for the next run. A run ending with any other code        *
      *   leaves ADJUSTMENTS.DAT as it was so the rerun reapplies   *
      *   them. A file that cannot be opened or written while       *
      *   retiring is listed on the exception report and ends the   *
      *   run with RETURN-CODE 8. A failure before the copy-back    *
      *   leaves ADJUSTMENTS.DAT untouched; a failed copy-back      *
      *   keeps ADJUSTMENTS.TMP so the operator can restore from    *
      *   it.                                                       *
      *                                                             *
      *  A fixed-format copy of the commission detail is written    *
      *   to COMMDETAIL.DAT for the COMMRECON payment               *
      *   reconciliation step, one type C record per salesperson    *
      *   followed by a type S record for each contest award.       *
      *                                                             *
      *  What each salesperson was paid is posted to the indexed    *
      *   commission history file COMMHIST.DAT, keyed on the ID     *
      *   and the period (run year plus 'A' for the annual run or   *
      *   'Q' and the quarter number): sales basis, rate, the       *
      *   commission as calculated, the net of the adjustments      *
      *   applied and the commission actually paid. A rerun of the  *
      *   same period replaces its history record, and a missing    *
      *   COMMHIST.DAT is created empty on first use. The           *
      *   COMMTRUEUP year-end true-up reads it back, so a history   *
      *   post that fails is listed on the exception report and     *
      *   ends the run with RETURN-CODE 8.                          *
      *                                                             *
      *  An individual statement page per salesperson is written    *
      *   to STATEMENTS.DAT during the ranking pass: sales, the     *
      *   commission earned after adjustments, company rank, and    *
      *   the region average for comparison.                        *
      *                                                             *
      *  Sales contests (SPIFFs) are defined on CONTESTS.DAT: the   *
      *   contest months of the run year, up to five eligible       *
      *   regions (none listed means every region), a sales target  *
      *   and a payout that is either a flat amount or a percentage *
      *   of the contest-period sales. A contest is evaluated in    *
      *   the run whose period holds its last month - the quarterly *
      *   run for that quarter, or the annual run for any contest   *
      *   of the year already ended - against the MONTHLYSALES.DAT  *
      *   buckets for the contest months. Eligibility is judged     *
      *   month by month: only the contest months a salesperson     *
      *   held an eligible region (following any move on            *
      *   REGIONHIST.DAT) count toward the contest sales, and       *
      *   anyone who worked one of those months takes part; one     *
      *   who reaches the target and is still employed at its end   *
      *   wins. Awards are a separate earnings type: each gets its  *
      *   own SPIFF line in COMMISSIONS.CSV (counted in the         *
      *   trailer), its own line on the statement page and a type   *
      *   S record on COMMDETAIL.DAT, but stays out of the          *
      *   commission figures and COMMHIST.DAT. Every participant,   *
      *   their result against the target and the winners are       *
      *   listed on CONTESTRPT.DAT.                                 *
      *                                                             *
      *  A run-control record (start/end stamps, records read,      *
      *   accepted and rejected, return code) is appended to        *
      *   RUNLOG.DAT for the RUNBALANCE end-of-night check.         *
            SELECT ADJUSTMENT-FILE ASSIGN TO "ADJUSTMENTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADJ-STATUS.
            SELECT ADJUSTMENT-NEW-FILE ASSIGN TO "ADJUSTMENTS.TMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADJ-NEW-STATUS.
            SELECT OPTIONAL ADJ-APPLIED-FILE
             ASSIGN TO "ADJAPPLIED.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADJ-APPLIED-STATUS.
            SELECT ADJ-REGISTER ASSIGN TO "ADJREGISTER.DAT".
            SELECT COMMDETAIL-FILE ASSIGN TO "COMMDETAIL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RECYCLE-FILE ASSIGN TO "FEEDRECYCLE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT COMMHIST-FILE ASSIGN TO "COMMHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS CH-KEY
             FILE STATUS IS WS-COMMHIST-STATUS.
            SELECT OPTIONAL REGION-HISTORY-FILE
             ASSIGN TO "REGIONHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-XFER-STATUS.
            SELECT OPTIONAL CONTEST-FILE ASSIGN TO "CONTESTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTEST-STATUS.
            SELECT CONTEST-WORK-FILE ASSIGN TO "CONTESTWORK.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CONTEST-SORT-FILE ASSIGN TO "CONTESTSORT.TMP".
            SELECT CONTEST-REPORT ASSIGN TO "CONTESTRPT.DAT".


       DATA DIVISION.
               SIGN IS LEADING SEPARATE.
            05 ACC-TERMDATE            PIC 9(8).
            05 ACC-FINAL-SW            PIC X.
            05 ACC-CONTEST-TABLE.
                10 ACC-CONTEST-PAY     PIC 9(8) OCCURS 10 TIMES.

        SD TOP-SORT-FILE.

               SIGN IS LEADING SEPARATE.
            05 TS-TERMDATE             PIC 9(8).
            05 TS-FINAL-SW             PIC X.
            05 TS-CONTEST-TABLE.
                10 TS-CONTEST-PAY      PIC 9(8) OCCURS 10 TIMES.

        FD PRINT-FILE.

            05 CK-ACCEPTED-COUNT        PIC 9(8).
            05 CK-REJECTED-COUNT        PIC 9(8).
            05 CK-REGION-ACTMONTHS OCCURS 20 TIMES PIC 9(10).
            05 CK-CONTEST-WIN-COUNT     PIC 9(8).
            05 CK-CONTEST-TOTAL-PAID    PIC 9(12).

        FD ADJUSTMENT-FILE.

            05 ADJ-SPLIT-PCT            PIC 9(3).
            05 ADJ-REASON-CODE          PIC X(10).

        FD ADJUSTMENT-NEW-FILE.

        01  ADJUSTMENT-NEW-RECORD       PIC X(27).

        FD ADJ-APPLIED-FILE.

        01  ADJ-APPLIED-RECORD.
            05 AH-SALESPERSON-ID        PIC 9(5).
            05 AH-TYPE                  PIC X.
            05 AH-AMOUNT                PIC 9(8).
            05 AH-SPLIT-PCT             PIC 9(3).
            05 AH-REASON-CODE           PIC X(10).
            05 AH-PERIOD-YEAR           PIC 9(4).
            05 AH-PERIOD-TYPE           PIC X.
            05 AH-PERIOD-QUARTER        PIC 9.
            05 AH-RUN-DATE              PIC 9(8).

        FD ADJ-REGISTER.

        01  ADJ-PRINT-LINE              PIC X(132).
            05 CDT-FIRSTNAME            PIC X(20).
            05 CDT-COMMISSION-AMT       PIC S9(10)
               SIGN IS LEADING SEPARATE.
            05 CDT-EARNINGS-TYPE        PIC X.
               88 CDT-COMMISSION              VALUE 'C'.
               88 CDT-CONTEST-AWARD           VALUE 'S'.

        FD PARM-FILE.

            05 PARM-RUN-MODE            PIC X.
            05 PARM-QUARTER             PIC 9.

        FD REGION-HISTORY-FILE.

        01  REGION-HISTORY-RECORD.
            05 RH-SALESPERSON-ID        PIC 9(5).
            05 RH-EFFECTIVE-DATE        PIC 9(8).
            05 RH-FROM-REGION           PIC X(5).
            05 RH-TO-REGION             PIC X(5).
            05 RH-POSTED-STAMP          PIC 9(14).

        FD MONTHLY-FILE.

        01  MONTHLY-SALES-RECORD.

        01  QUOTA-PRINT-LINE            PIC X(132).

        FD COMMHIST-FILE.

        01  COMMHIST-RECORD.
            05 CH-KEY.
                10 CH-SALESPERSON-ID    PIC 9(5).
                10 CH-PERIOD-YEAR       PIC 9(4).
                10 CH-PERIOD-TYPE       PIC X.
                10 CH-PERIOD-QUARTER    PIC 9.
            05 CH-SALES-BASIS           PIC 9(8).
            05 CH-COMMISSION-RATE       PIC 9V99.
            05 CH-CALC-COMMISSION       PIC S9(10)
               SIGN IS LEADING SEPARATE.
            05 CH-ADJUSTMENT-AMT        PIC S9(10)
               SIGN IS LEADING SEPARATE.
            05 CH-PAID-COMMISSION       PIC S9(10)
               SIGN IS LEADING SEPARATE.
            05 CH-RUN-DATE              PIC 9(8).

        FD CONTEST-FILE.

        01  CONTEST-RECORD.
            05 CT-CONTEST-ID            PIC X(5).
            05 CT-CONTEST-NAME          PIC X(20).
            05 CT-YEAR                  PIC 9(4).
            05 CT-START-MONTH           PIC 9(2).
            05 CT-END-MONTH             PIC 9(2).
            05 CT-REGION OCCURS 5 TIMES PIC X(5).
            05 CT-TARGET                PIC 9(8).
            05 CT-PAYOUT-TYPE           PIC X.
            05 CT-PAYOUT-AMOUNT         PIC 9(8).
            05 CT-PAYOUT-PCT            PIC 9(2)V99.

        FD CONTEST-WORK-FILE.

        01  CONTEST-WORK-RECORD.
            05 CW-CONTEST-SEQ           PIC 9(2).
            05 CW-SALESPERSON-ID        PIC 9(5).
            05 CW-LASTNAME              PIC X(20).
            05 CW-FIRSTNAME             PIC X(20).
            05 CW-REGION                PIC X(5).
            05 CW-PERIOD-SALES          PIC 9(8).
            05 CW-RESULT                PIC X.
            05 CW-PAYOUT                PIC 9(8).

        SD CONTEST-SORT-FILE.

        01  CN-CONTEST-RECORD.
            05 CN-CONTEST-SEQ           PIC 9(2).
            05 CN-SALESPERSON-ID        PIC 9(5).
            05 CN-LASTNAME              PIC X(20).
            05 CN-FIRSTNAME             PIC X(20).
            05 CN-REGION                PIC X(5).
            05 CN-PERIOD-SALES          PIC 9(8).
            05 CN-RESULT                PIC X.
               88 CN-WINNER                   VALUE 'W'.
               88 CN-LEFT-EARLY               VALUE 'T'.
            05 CN-PAYOUT                PIC 9(8).

        FD CONTEST-REPORT.

        01  CONTEST-PRINT-LINE          PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-FIELDS.
            05 WS-TOTAL-SALES      PIC 9(10) COMP-3 VALUE ZEROES.
            05 WS-COMMISSION-RATE  PIC V99 VALUE ZEROES.
            05 WS-COMMISSION-AMT   PIC S9(10) COMP-3.
            05 WS-TOTAL-COMMISSIONS PIC S9(12) COMP-3.
            05 WS-CALC-COMMISSION-AMT PIC S9(10) COMP-3.

        01  WS-REGION-TABLE.
            05 WS-REGION-COUNT     PIC 9(3) COMP VALUE ZEROES.
                10 WS-RT-YTD-SALES PIC 9(10).
                10 WS-RT-COUNT     PIC 9(5).
                10 WS-RT-ACTMONTHS PIC 9(10).
                10 WS-RT-TOUCHED-SW PIC X.
        01  WS-REGION-SUB          PIC 9(3) COMP VALUE ZEROES.
        01  WS-REGION-MATCH-SUB    PIC 9(3) COMP VALUE ZEROES.
        01  WS-REGION-STATUS       PIC XX VALUE SPACES.

        01  WS-XFER-TABLE.
            05 WS-XFER-COUNT       PIC 9(3) COMP VALUE ZEROES.
            05 WS-XFER-ENTRY OCCURS 500 TIMES.
                10 WS-XF-ID        PIC 9(5).
                10 WS-XF-EFF-MONTH PIC 9(6).
                10 WS-XF-FROM      PIC X(5).
                10 WS-XF-TO        PIC X(5).
        01  WS-XFER-SUB            PIC 9(3) COMP VALUE ZEROES.
        01  WS-XFER-STATUS         PIC XX VALUE SPACES.

        01  WS-CONTEST-TABLE.
            05 WS-CONTEST-COUNT    PIC 9(3) COMP VALUE ZEROES.
            05 WS-CONTEST-ENTRY OCCURS 10 TIMES.
                10 WS-CT-ID        PIC X(5).
                10 WS-CT-NAME      PIC X(20).
                10 WS-CT-START     PIC 9(2).
                10 WS-CT-END       PIC 9(2).
                10 WS-CT-REGION OCCURS 5 TIMES PIC X(5).
                10 WS-CT-TARGET    PIC 9(8).
                10 WS-CT-PAYOUT-TYPE PIC X.
                   88 WS-CT-FLAT          VALUE 'F'.
                   88 WS-CT-PERCENT       VALUE 'P'.
                10 WS-CT-AMOUNT    PIC 9(8).
                10 WS-CT-PCT       PIC 9(2)V99.
        01  WS-CONTEST-SUB         PIC 9(3) COMP VALUE ZEROES.
        01  WS-CONTEST-REGION-SUB  PIC 9(3) COMP VALUE ZEROES.
        01  WS-CONTEST-STATUS      PIC XX VALUE SPACES.
        01  WS-CONTEST-FIELDS.
            05 WS-CONTEST-RUN-DATE PIC 9(8) VALUE ZEROES.
            05 FILLER REDEFINES WS-CONTEST-RUN-DATE.
                10 FILLER          PIC 9(4).
                10 WS-CONTEST-RUN-MONTH PIC 9(2).
                10 FILLER          PIC 9(2).
            05 WS-CONTEST-ELIGIBLE-SW PIC X VALUE 'N'.
               88 WS-CONTEST-ELIGIBLE    VALUE 'Y'.
            05 WS-CONTEST-ALL-SW   PIC X VALUE 'Y'.
               88 WS-CONTEST-ALL-REGIONS VALUE 'Y'.
            05 WS-CONTEST-MONTH-SW PIC X VALUE 'N'.
               88 WS-CONTEST-MONTH-ELIGIBLE VALUE 'Y'.
            05 WS-CONTEST-SALES    PIC 9(8) VALUE ZEROES.
            05 WS-CONTEST-PAYOUT   PIC 9(8) VALUE ZEROES.
            05 WS-CONTEST-RESULT   PIC X VALUE SPACES.
            05 WS-CONTEST-WIN-COUNT PIC 9(8) VALUE ZEROES.
            05 WS-CONTEST-TOTAL-PAID PIC 9(12) VALUE ZEROES.
            05 WS-CONTEST-SKIP-COUNT PIC 9(5) VALUE ZEROES.
            05 WS-CONTEST-BAD-COUNT PIC 9(5) VALUE ZEROES.
            05 WS-CONTEST-PCT      PIC 9(4)V99 VALUE ZEROES.
            05 WS-CONTEST-PAYOUT-EDIT PIC ZZ,ZZZ,ZZ9.
            05 WS-CONTEST-PCT-EDIT PIC Z9.99.
            05 WS-CONTEST-PTR      PIC 9(3) COMP VALUE ZEROES.
        01  WS-PERSON-CONTEST-TABLE.
            05 WS-PERSON-CONTEST-PAY PIC 9(8) OCCURS 10 TIMES.
        01  WS-CONTEST-REPORT-FIELDS.
            05 WS-CR-RANK          PIC 9(5) VALUE ZEROES.
            05 WS-CR-PARTICIPANTS  PIC 9(5) VALUE ZEROES.
            05 WS-CR-WINNERS       PIC 9(5) VALUE ZEROES.
            05 WS-CR-PAID          PIC 9(10) VALUE ZEROES.
            05 WS-CR-ALL-PARTICIPANTS PIC 9(5) VALUE ZEROES.
            05 WS-CR-ALL-WINNERS   PIC 9(5) VALUE ZEROES.
            05 WS-CR-ALL-PAID      PIC 9(12) VALUE ZEROES.

        01  WS-SPLIT-FIELDS.
            05 WS-SPLIT-TARGET-SW  PIC X VALUE 'S'.
               88 WS-SPLIT-PERIOD        VALUE 'S'.
               88 WS-SPLIT-YTD           VALUE 'Y'.
            05 WS-SPLIT-FROM-MONTH PIC 9(3) COMP VALUE ZEROES.
            05 WS-SPLIT-TO-MONTH   PIC 9(3) COMP VALUE ZEROES.
            05 WS-SPLIT-AMOUNT     PIC 9(10) VALUE ZEROES.
            05 WS-SPLIT-CREDITED   PIC 9(10) VALUE ZEROES.
            05 WS-SPLIT-BUCKET     PIC 9(10) VALUE ZEROES.
            05 WS-XFER-TARGET      PIC 9(6) VALUE ZEROES.
            05 WS-XFER-BEST        PIC 9(6) VALUE ZEROES.
            05 WS-XFER-EARLIEST    PIC 9(6) VALUE ZEROES.
            05 WS-XFER-EARLY-REGION PIC X(5) VALUE SPACES.
            05 WS-MONTH-REGION     PIC X(5) VALUE SPACES.
            05 WS-MONTH-REGION-SUB PIC 9(3) COMP VALUE ZEROES.
            05 WS-CURRENT-REGION-CREDIT PIC 9(10) VALUE ZEROES.

        01  WS-PLAN-TABLE.
            05 WS-PLAN-TIER-COUNT  PIC 9(3) COMP VALUE ZEROES.
            05 WS-PLAN-CODE        PIC X(5) VALUE SPACES.
                   88 WS-ADJ-CLAWBACK    VALUE 'C'.
                   88 WS-ADJ-DRAW        VALUE 'G'.
                   88 WS-ADJ-SPLIT       VALUE 'S'.
                   88 WS-ADJ-TRUEUP      VALUE 'T'.
                10 WS-ADJ-AMOUNT   PIC 9(8).
                10 WS-ADJ-PCT      PIC 9(3).
                10 WS-ADJ-REASON   PIC X(10).
        01  WS-ADJ-SUB             PIC 9(3) COMP VALUE ZEROES.
        01  WS-ADJ-SEQ             PIC 9(5) COMP VALUE ZEROES.
        01  WS-ADJ-STATUS          PIC XX VALUE SPACES.
        01  WS-ADJ-APPLIED-STATUS  PIC XX VALUE SPACES.
        01  WS-ADJ-NEW-STATUS      PIC XX VALUE SPACES.
        01  WS-ADJ-BEFORE-AMT      PIC S9(10) COMP-3 VALUE ZEROES.

        01  WS-BASIS-FIELDS.
               88 WS-REGION-FOUND        VALUE 'Y'.
            05 WS-MONTHLY-FOUND-SW PIC X VALUE 'N'.
               88 WS-MONTHLY-FOUND       VALUE 'Y'.
            05 WS-MONTHLY-OPEN-SW  PIC X VALUE 'N'.
               88 WS-MONTHLY-OPEN        VALUE 'Y'.
            05 WS-XFER-EOF-SW      PIC X VALUE 'N'.
               88 END-OF-XFERS           VALUE 'Y'.
            05 WS-TRANSFERRED-SW   PIC X VALUE 'N'.
               88 WS-TRANSFERRED-IN-YEAR VALUE 'Y'.
            05 WS-PLAN-EOF-SW      PIC X VALUE 'N'.
               88 END-OF-PLANS           VALUE 'Y'.
            05 WS-ADJ-EOF-SW       PIC X VALUE 'N'.
               88 END-OF-ADJUSTMENTS     VALUE 'Y'.
            05 WS-ADJ-OVERFLOW-SW  PIC X VALUE 'N'.
               88 WS-ADJ-OVERFLOW        VALUE 'Y'.
            05 WS-XFER-OVERFLOW-SW PIC X VALUE 'N'.
               88 WS-XFER-OVERFLOW       VALUE 'Y'.
            05 WS-RETIRE-FAILED-SW PIC X VALUE 'N'.
               88 WS-RETIRE-FAILED       VALUE 'Y'.
            05 WS-CONTEST-EOF-SW   PIC X VALUE 'N'.
               88 END-OF-CONTESTS        VALUE 'Y'.
            05 WS-CONTEST-SORT-EOF-SW PIC X VALUE 'N'.
               88 END-OF-CONTEST-SORT    VALUE 'Y'.

        01  WS-CONTROL-BREAK.
            05 WS-PREV-REGION      PIC X(5) VALUE SPACES.
            05 WS-EXCEPTION-REASON PIC X(40) VALUE SPACES.

        01  WS-MASTER-STATUS        PIC XX VALUE SPACES.
        01  WS-COMMHIST-STATUS      PIC XX VALUE SPACES.

        01  WS-FLUSH-FILENAMES.
            05 WS-PRINT-FILENAME      PIC X(20)
               VALUE "ADJREGISTER.DAT".
            05 WS-COMMDETAIL-FILENAME PIC X(20)
               VALUE "COMMDETAIL.DAT".
            05 WS-CONTESTWORK-FILENAME PIC X(20)
               VALUE "CONTESTWORK.TMP".

        01  WS-CLEANUP-FILENAMES.
            05 WS-SORTWORK-FILENAME   PIC X(20)
               VALUE "SORTWORK.TMP".
            05 WS-TOPSORT-FILENAME    PIC X(20)
               VALUE "TOPSORT.TMP".
            05 WS-CONTESTSORT-FILENAME PIC X(20)
               VALUE "CONTESTSORT.TMP".
            05 WS-ADJTMP-FILENAME     PIC X(20)
               VALUE "ADJUSTMENTS.TMP".
            05 WS-DELETE-RC           PIC 9(9) COMP-5 VALUE ZEROES.

        01  WS-RESTART-FIELDS.
            05 WS-STMT-REGION-SUB       PIC 9(3) COMP VALUE ZEROES.
            05 WS-REGION-AVG            PIC 9(10) VALUE ZEROES.
            05 WS-NEXT-TIER-EDIT        PIC $$$,$$$,$$9.
            05 WS-STMT-CONTEST-TOTAL    PIC 9(10) VALUE ZEROES.

        01  WS-CSV-FIELDS.
            05 WS-CSV-ID                PIC 9(5).
            05 STMT-COMMISSION      PIC $$$,$$$,$$9-.
            05 FILLER               PIC X(90)  VALUE SPACES.

        01  STMT-CONTEST-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 STMT-CONTEST-NAME    PIC X(25).
            05 STMT-CONTEST-AMOUNT  PIC $$$,$$$,$$9.
            05 FILLER               PIC X(3)   VALUE SPACES.
            05 FILLER               PIC X(15)  VALUE
               'CONTEST AWARD  '.
            05 STMT-CONTEST-ID      PIC X(5).
            05 FILLER               PIC X(68)  VALUE SPACES.

        01  STMT-TOTAL-EARN-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FILLER               PIC X(25)  VALUE
               'TOTAL EARNINGS:'.
            05 STMT-TOTAL-EARNINGS  PIC $$$,$$$,$$9-.
            05 FILLER               PIC X(90)  VALUE SPACES.

        01  STMT-RANK-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FILLER               PIC X(25)  VALUE
            05 TP-YEARLYSALES       PIC ZZ,ZZZ,ZZ9.
            05 FILLER               PIC X(57)  VALUE SPACES.

        01  CONTEST-RPT-HEADING.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FILLER               PIC X(25)  VALUE
               'SALES CONTEST RESULTS'.
            05 FILLER               PIC X(6)   VALUE 'YEAR: '.
            05 CRH-YEAR             PIC 9(4).
            05 FILLER               PIC X(3)   VALUE SPACES.
            05 FILLER               PIC X(8)   VALUE 'PERIOD: '.
            05 CRH-PERIOD           PIC X(10).
            05 FILLER               PIC X(71)  VALUE SPACES.

        01  CONTEST-TITLE-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FILLER               PIC X(9)   VALUE 'CONTEST: '.
            05 CTL-CONTEST-ID       PIC X(5).
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 CTL-CONTEST-NAME     PIC X(20).
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 FILLER               PIC X(7)   VALUE 'MONTHS '.
            05 CTL-START-MONTH      PIC Z9.
            05 FILLER               PIC X(3)   VALUE ' - '.
            05 CTL-END-MONTH        PIC Z9.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 FILLER               PIC X(8)   VALUE 'TARGET: '.
            05 CTL-TARGET           PIC ZZ,ZZZ,ZZ9.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 FILLER               PIC X(8)   VALUE 'PAYOUT: '.
            05 CTL-PAYOUT           PIC X(20).
            05 FILLER               PIC X(25)  VALUE SPACES.

        01  CONTEST-REGIONS-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FILLER               PIC X(18)  VALUE
               'ELIGIBLE REGIONS: '.
            05 CRL-REGIONS          PIC X(40).
            05 FILLER               PIC X(69)  VALUE SPACES.

        01  CONTEST-COL-HEADING.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FILLER               PIC X(4)   VALUE 'RANK'.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 FILLER               PIC X(5)   VALUE 'ID   '.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 FILLER               PIC X(30)  VALUE 'SALESPERSON NAME'.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 FILLER               PIC X(5)   VALUE 'REGN'.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 FILLER               PIC X(12)  VALUE 'PERIOD SALES'.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 FILLER               PIC X(7)   VALUE 'PCT TGT'.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 FILLER               PIC X(10)  VALUE 'RESULT'.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 FILLER               PIC X(11)  VALUE '     PAYOUT'.
            05 FILLER               PIC X(29)  VALUE SPACES.

        01  CONTEST-DETAIL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 CD-RANK              PIC ZZZ9.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 CD-SALESPERSON-ID    PIC X(5).
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 CD-NAME              PIC X(30).
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 CD-REGION            PIC X(5).
            05 FILLER               PIC X(3)   VALUE SPACES.
            05 CD-PERIOD-SALES      PIC ZZZ,ZZZ,ZZ9.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 CD-PCT-TARGET        PIC ZZZ9.99.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 CD-RESULT            PIC X(10).
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 CD-PAYOUT            PIC ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
            05 FILLER               PIC X(29)  VALUE SPACES.

        01  CONTEST-FOOTER-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FILLER               PIC X(14)  VALUE 'PARTICIPANTS: '.
            05 CF-PARTICIPANTS      PIC ZZ,ZZ9.
            05 FILLER               PIC X(3)   VALUE SPACES.
            05 FILLER               PIC X(9)   VALUE 'WINNERS: '.
            05 CF-WINNERS           PIC ZZ,ZZ9.
            05 FILLER               PIC X(3)   VALUE SPACES.
            05 FILLER               PIC X(6)   VALUE 'PAID: '.
            05 CF-PAID              PIC ZZZ,ZZZ,ZZ9.
            05 FILLER               PIC X(69)  VALUE SPACES.

        01  CONTEST-SUMMARY-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 CSUM-LABEL           PIC X(45).
            05 CSUM-COUNT           PIC ZZ,ZZ9.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 CSUM-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER               PIC X(59)  VALUE SPACES.

        01  CONTEST-NOTE-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 CNL-TEXT             PIC X(60).
            05 FILLER               PIC X(67)  VALUE SPACES.

        PROCEDURE DIVISION.

        0050-OPEN-FILE.
           PERFORM 0045-CAPTURE-START-STAMP.
           PERFORM 0052-READ-RUN-PARM.
           PERFORM 0060-LOAD-REGION-HISTORY.
           PERFORM 0062-LOAD-CONTESTS.
           PERFORM 0053-OPEN-MONTHLY-FILE.
           PERFORM 0047-OPEN-COMMISSION-HISTORY.
           PERFORM 0058-LOAD-REGION-TABLE.
           PERFORM 0056-LOAD-COMMISSION-PLAN.
           PERFORM 0051-LOAD-ADJUSTMENTS.
              OPEN EXTEND ACCEPTED-RECORDS-FILE
              OPEN EXTEND ADJ-REGISTER
              OPEN EXTEND COMMDETAIL-FILE
              OPEN EXTEND CONTEST-WORK-FILE
           ELSE
              OPEN OUTPUT PRINT-FILE
              OPEN OUTPUT COMMISSION-REPORT
              OPEN OUTPUT ACCEPTED-RECORDS-FILE
              OPEN OUTPUT ADJ-REGISTER
              OPEN OUTPUT COMMDETAIL-FILE
              OPEN OUTPUT CONTEST-WORK-FILE
              PERFORM 0070-WRITE-STATIC-HEADINGS
           END-IF.
           OPEN EXTEND RECYCLE-FILE.
           OPEN OUTPUT TOP-PERFORMERS-REPORT.
           OPEN OUTPUT QUOTA-REPORT.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT CONTEST-REPORT.
           PERFORM 0080-SORT-AND-REPORT.
           PERFORM 0140-WRITE-REGION-SUMMARY.
           PERFORM 0142-WRITE-QUOTA-REPORT.
           PERFORM 0135-WRITE-COMMTOTAL-LINE.
           PERFORM 0137-WRITE-CSV-TRAILER.
           PERFORM 0136-WRITE-ADJ-REJECTS.
           IF WS-XFER-OVERFLOW
              PERFORM 0061-WRITE-XFER-OVERFLOW-LINE
           END-IF.
           CLOSE ACCEPTED-RECORDS-FILE.
           CLOSE CONTEST-WORK-FILE.
           PERFORM 0150-SORT-TOP-PERFORMERS.
           PERFORM 0185-WRITE-CONTEST-RESULTS.
           PERFORM 0200-STOP-RUN.

        0055-CHECK-RESTART.
                 END-PERFORM
                 MOVE CK-ACCEPTED-COUNT TO WS-ACCEPTED-COUNT
                 MOVE CK-REJECTED-COUNT TO WS-REJECTED-COUNT
                 MOVE CK-CONTEST-WIN-COUNT TO WS-CONTEST-WIN-COUNT
                 MOVE CK-CONTEST-TOTAL-PAID TO WS-CONTEST-TOTAL-PAID
                 MOVE CK-MALE-SALES TO WS-MALE-SALES
                 MOVE CK-MALE-COMMISSION TO WS-MALE-COMMISSION
                 MOVE CK-MALE-COUNT TO WS-MALE-COUNT
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

        0047-OPEN-COMMISSION-HISTORY.
           OPEN I-O COMMHIST-FILE.
           EVALUATE WS-COMMHIST-STATUS
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 OPEN OUTPUT COMMHIST-FILE
                 CLOSE COMMHIST-FILE
                 OPEN I-O COMMHIST-FILE
                 IF WS-COMMHIST-STATUS NOT = '00'
                    PERFORM 0048-ABORT-NO-HISTORY
                 END-IF
              WHEN OTHER
                 PERFORM 0048-ABORT-NO-HISTORY
           END-EVALUATE.

        0048-ABORT-NO-HISTORY.
           OPEN EXTEND EXCEPTION-REPORT.
           MOVE SPACES TO EXC-SALESPERSON-ID.
           MOVE SPACES TO EXC-LASTNAME.
           MOVE SPACES TO EXC-FIRSTNAME.
           MOVE 'COMM HISTORY FILE UNUSABLE - RUN ABORTED'
              TO EXC-REASON.
           MOVE EXCEPTION-DETAIL-LINE TO EXCEPTION-PRINT-LINE.
           WRITE EXCEPTION-PRINT-LINE AFTER ADVANCING 1 LINE.
           CLOSE EXCEPTION-REPORT.
           MOVE 8 TO RETURN-CODE.
           PERFORM 0046-WRITE-RUN-LOG.
           STOP RUN.

        0051-LOAD-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-FILE.
           IF WS-ADJ-STATUS NOT = '00'

        0053-OPEN-MONTHLY-FILE.
           IF NOT WS-QUARTERLY-MODE
              AND WS-XFER-COUNT = ZEROES
              AND WS-CONTEST-COUNT = ZEROES
              CONTINUE
           ELSE
              OPEN INPUT MONTHLY-FILE
              IF WS-MONTHLY-STATUS NOT = '00'
                 PERFORM 0054-ABORT-NO-MONTHLY
              END-IF
              SET WS-MONTHLY-OPEN TO TRUE
           END-IF.

        0054-ABORT-NO-MONTHLY.
           PERFORM 0046-WRITE-RUN-LOG.
           STOP RUN.

      *    Only moves effective in the run year or later can split
      *    this year's months; earlier ones are already reflected in
      *    the master region.
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
                    AND RH-EFFECTIVE-DATE >= WS-RUN-YEAR * 10000
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

        0061-WRITE-XFER-OVERFLOW-LINE.
           MOVE SPACES TO EXC-SALESPERSON-ID.
           MOVE SPACES TO EXC-LASTNAME.
           MOVE SPACES TO EXC-FIRSTNAME.
           MOVE 'OVER 500 REGION MOVES - SPLIT INCOMPLETE'
              TO EXC-REASON.
           MOVE EXCEPTION-DETAIL-LINE TO EXCEPTION-PRINT-LINE.
           WRITE EXCEPTION-PRINT-LINE AFTER ADVANCING 1 LINE.

      *    Only contests of the run year ending within this run's
      *    period are evaluated; the annual run takes any contest
      *    of the year that has already ended.
        0062-LOAD-CONTESTS.
           ACCEPT WS-CONTEST-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CONTEST-FILE.
           IF WS-CONTEST-STATUS NOT = '00'
              AND WS-CONTEST-STATUS NOT = '05'
              CONTINUE
           ELSE
              READ CONTEST-FILE
                 AT END SET END-OF-CONTESTS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-CONTESTS
                 PERFORM 0064-LOAD-ONE-CONTEST
                 READ CONTEST-FILE
                    AT END SET END-OF-CONTESTS TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE CONTEST-FILE.

        0064-LOAD-ONE-CONTEST.
           EVALUATE TRUE
              WHEN CT-YEAR NOT NUMERIC
                      OR CT-START-MONTH NOT NUMERIC
                      OR CT-END-MONTH NOT NUMERIC
                      OR CT-TARGET NOT NUMERIC
                 ADD 1 TO WS-CONTEST-BAD-COUNT
              WHEN CT-START-MONTH < 1
                      OR CT-END-MONTH > 12
                      OR CT-START-MONTH > CT-END-MONTH
                      OR CT-TARGET = ZEROES
                 ADD 1 TO WS-CONTEST-BAD-COUNT
              WHEN CT-PAYOUT-TYPE = 'F'
                      AND CT-PAYOUT-AMOUNT NOT NUMERIC
                 ADD 1 TO WS-CONTEST-BAD-COUNT
              WHEN CT-PAYOUT-TYPE = 'P'
                      AND CT-PAYOUT-PCT NOT NUMERIC
                 ADD 1 TO WS-CONTEST-BAD-COUNT
              WHEN CT-PAYOUT-TYPE NOT = 'F'
                      AND CT-PAYOUT-TYPE NOT = 'P'
                 ADD 1 TO WS-CONTEST-BAD-COUNT
              WHEN CT-YEAR NOT = WS-RUN-YEAR
                 ADD 1 TO WS-CONTEST-SKIP-COUNT
              WHEN WS-QUARTERLY-MODE
                      AND (CT-END-MONTH < WS-QTR-START-MONTH
                           OR CT-END-MONTH > WS-QTR-END-MONTH)
                 ADD 1 TO WS-CONTEST-SKIP-COUNT
              WHEN NOT WS-QUARTERLY-MODE
                      AND CT-END-MONTH > WS-CONTEST-RUN-MONTH
                 ADD 1 TO WS-CONTEST-SKIP-COUNT
              WHEN WS-CONTEST-COUNT >= 10
                 ADD 1 TO WS-CONTEST-BAD-COUNT
              WHEN OTHER
                 ADD 1 TO WS-CONTEST-COUNT
                 MOVE CT-CONTEST-ID TO WS-CT-ID (WS-CONTEST-COUNT)
                 MOVE CT-CONTEST-NAME TO WS-CT-NAME (WS-CONTEST-COUNT)
                 MOVE CT-START-MONTH TO WS-CT-START (WS-CONTEST-COUNT)
                 MOVE CT-END-MONTH TO WS-CT-END (WS-CONTEST-COUNT)
                 PERFORM VARYING WS-CONTEST-REGION-SUB FROM 1 BY 1
                         UNTIL WS-CONTEST-REGION-SUB > 5
                    MOVE CT-REGION (WS-CONTEST-REGION-SUB)
                       TO WS-CT-REGION (WS-CONTEST-COUNT,
                                        WS-CONTEST-REGION-SUB)
                 END-PERFORM
                 MOVE CT-TARGET TO WS-CT-TARGET (WS-CONTEST-COUNT)
                 MOVE CT-PAYOUT-TYPE
                    TO WS-CT-PAYOUT-TYPE (WS-CONTEST-COUNT)
                 IF CT-PAYOUT-TYPE = 'F'
                    MOVE CT-PAYOUT-AMOUNT
                       TO WS-CT-AMOUNT (WS-CONTEST-COUNT)
                    MOVE ZEROES TO WS-CT-PCT (WS-CONTEST-COUNT)
                 ELSE
                    MOVE ZEROES TO WS-CT-AMOUNT (WS-CONTEST-COUNT)
                    MOVE CT-PAYOUT-PCT TO WS-CT-PCT (WS-CONTEST-COUNT)
                 END-IF
           END-EVALUATE.

        0070-WRITE-STATIC-HEADINGS.
           MOVE COMMHEADING-LINE TO COMM-PRINT-LINE.
           WRITE COMM-PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE CSV-LINE.
           MOVE SPACES TO CSV-LINE.
           STRING 'SALESPERSON_ID,LASTNAME,FIRSTNAME,COMMISSION_RATE,'
                  'COMMISSION_AMOUNT,EARNINGS_TYPE,CONTEST_ID'
               DELIMITED BY SIZE INTO CSV-LINE
           END-STRING.
           WRITE CSV-LINE.
           PERFORM 0113-COMPUTE-SALES-BASIS.
           ADD WS-SALES-BASIS TO WS-TOTAL-SALES.
           ADD WS-PERSON-YTD TO WS-YTD-TOTAL-SALES.
           PERFORM 0121-ADD-TO-REGION-BUCKET.
           ADD WS-CURRENT-REGION-CREDIT TO WS-REGION-SUBTOTAL.
           PERFORM 0122-DETERMINE-COMMISSION-RATE.
           COMPUTE WS-COMMISSION-AMT =
              WS-COMMISSION-RATE * WS-SALES-BASIS.
           MOVE WS-COMMISSION-AMT TO WS-CALC-COMMISSION-AMT.
           PERFORM 0128-APPLY-ADJUSTMENTS.
           ADD WS-COMMISSION-AMT TO WS-TOTAL-COMMISSIONS.
           PERFORM 0123-ADD-TO-GENDER-BUCKET.
           PERFORM 0125-WRITE-COMMDETAIL-LINE.
           PERFORM 0126-WRITE-CSV-LINE.
           PERFORM 0134-WRITE-COMMDETAIL-RECORD.
           PERFORM 0166-POST-COMMISSION-HISTORY.
           PERFORM 0180-EVALUATE-CONTESTS.
           PERFORM 0129-WRITE-ACCEPTED-RECORD.

        0129-WRITE-ACCEPTED-RECORD.
              MOVE ZEROES TO ACC-TERMDATE
           END-IF.
           MOVE WS-FINAL-SW TO ACC-FINAL-SW.
           MOVE WS-PERSON-CONTEST-TABLE TO ACC-CONTEST-TABLE.
           WRITE ACCEPTED-RECORD.

        0121-ADD-TO-REGION-BUCKET.
           MOVE WS-SALES-BASIS TO WS-CURRENT-REGION-CREDIT.
           PERFORM 0176-CHECK-TRANSFERRED.
           IF WS-TRANSFERRED-IN-YEAR
              AND NOT WS-QUARTERLY-MODE
              PERFORM 0112-LOOKUP-MONTHLY
              IF NOT WS-MONTHLY-FOUND
                 MOVE 'N' TO WS-TRANSFERRED-SW
              END-IF
           END-IF.
           IF WS-REGION-FOUND
              IF WS-TRANSFERRED-IN-YEAR
                 PERFORM 0170-SPLIT-REGION-CREDIT
              ELSE
                 ADD WS-SALES-BASIS
                    TO WS-RT-SALES (WS-REGION-MATCH-SUB)
                 ADD WS-PERSON-YTD
                    TO WS-RT-YTD-SALES (WS-REGION-MATCH-SUB)
                 ADD 1 TO WS-RT-COUNT (WS-REGION-MATCH-SUB)
                 ADD WS-YEAR-ACTIVE-MONTHS
                    TO WS-RT-ACTMONTHS (WS-REGION-MATCH-SUB)
              END-IF
           END-IF.

        0122-DETERMINE-COMMISSION-RATE.
                  WS-CSV-RATE                DELIMITED BY SIZE
                  ','                        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-AMOUNT) DELIMITED BY SIZE
                  ',COMMISSION,'             DELIMITED BY SIZE
              INTO CSV-LINE
           END-STRING.
           WRITE CSV-LINE.
                    WS-COMMISSION-AMT
                    * WS-ADJ-PCT (WS-ADJ-SUB) / 100
                 MOVE 'Y' TO WS-ADJ-APPLIED-SW (WS-ADJ-SUB)
              WHEN WS-ADJ-TRUEUP (WS-ADJ-SUB)
                 ADD WS-ADJ-AMOUNT (WS-ADJ-SUB)
                    TO WS-COMMISSION-AMT
                 MOVE 'Y' TO WS-ADJ-APPLIED-SW (WS-ADJ-SUB)
              WHEN OTHER
                 MOVE 'I' TO WS-ADJ-APPLIED-SW (WS-ADJ-SUB)
           END-EVALUATE.
                 MOVE 'DRAW    ' TO ADJR-TYPE
              WHEN WS-ADJ-SPLIT (WS-ADJ-SUB)
                 MOVE 'SPLIT   ' TO ADJR-TYPE
              WHEN WS-ADJ-TRUEUP (WS-ADJ-SUB)
                 MOVE 'TRUE-UP ' TO ADJR-TYPE
              WHEN OTHER
                 MOVE WS-ADJ-TYPE (WS-ADJ-SUB) TO ADJR-TYPE
           END-EVALUATE.
           MOVE SD-LASTNAME TO CDT-LASTNAME.
           MOVE SD-FIRSTNAME TO CDT-FIRSTNAME.
           MOVE WS-COMMISSION-AMT TO CDT-COMMISSION-AMT.
           SET CDT-COMMISSION TO TRUE.
           WRITE COMMDETAIL-RECORD.

        0137-WRITE-CSV-TRAILER.
           COMPUTE WS-CSV-TRL-COUNT =
              WS-ACCEPTED-COUNT + WS-CONTEST-WIN-COUNT.
           COMPUTE WS-CSV-TRL-HASH =
              WS-TOTAL-COMMISSIONS + WS-CONTEST-TOTAL-PAID.
           MOVE SPACES TO CSV-LINE.
           STRING 'TRL,' DELIMITED BY SIZE
                  WS-CSV-TRL-COUNT DELIMITED BY SIZE
                 MOVE 'DRAW    ' TO ADJR-TYPE
              WHEN 'S'
                 MOVE 'SPLIT   ' TO ADJR-TYPE
              WHEN 'T'
                 MOVE 'TRUE-UP ' TO ADJR-TYPE
              WHEN OTHER
                 MOVE ADJ-TYPE TO ADJR-TYPE
           END-EVALUATE.
           MOVE TS-COMMISSION-AMT TO STMT-COMMISSION.
           MOVE STMT-COMM-LINE TO STMT-PRINT-LINE.
           WRITE STMT-PRINT-LINE AFTER ADVANCING 2 LINE.
           PERFORM 0158-WRITE-STATEMENT-CONTESTS.
           MOVE WS-RANK-NUMBER TO STMT-RANK.
           MOVE STMT-RANK-LINE TO STMT-PRINT-LINE.
           WRITE STMT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE STMT-AVG-LINE TO STMT-PRINT-LINE.
           WRITE STMT-PRINT-LINE AFTER ADVANCING 1 LINE.

        0158-WRITE-STATEMENT-CONTESTS.
           MOVE ZEROES TO WS-STMT-CONTEST-TOTAL.
           PERFORM VARYING WS-CONTEST-SUB FROM 1 BY 1
                   UNTIL WS-CONTEST-SUB > WS-CONTEST-COUNT
              IF TS-CONTEST-PAY (WS-CONTEST-SUB) > ZEROES
                 MOVE WS-CT-NAME (WS-CONTEST-SUB) TO STMT-CONTEST-NAME
                 MOVE TS-CONTEST-PAY (WS-CONTEST-SUB)
                    TO STMT-CONTEST-AMOUNT
                 MOVE WS-CT-ID (WS-CONTEST-SUB) TO STMT-CONTEST-ID
                 MOVE STMT-CONTEST-LINE TO STMT-PRINT-LINE
                 WRITE STMT-PRINT-LINE AFTER ADVANCING 1 LINE
                 ADD TS-CONTEST-PAY (WS-CONTEST-SUB)
                    TO WS-STMT-CONTEST-TOTAL
              END-IF
           END-PERFORM.
           IF WS-STMT-CONTEST-TOTAL > ZEROES
              COMPUTE STMT-TOTAL-EARNINGS =
                 TS-COMMISSION-AMT + WS-STMT-CONTEST-TOTAL
              MOVE STMT-TOTAL-EARN-LINE TO STMT-PRINT-LINE
              WRITE STMT-PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

        0157-SET-NEXT-TIER.
           MOVE SPACES TO STMT-NEXT-TIER.
           MOVE ZEROES TO WS-TIER-MATCH-SUB.
              END-STRING
           END-IF.

        0166-POST-COMMISSION-HISTORY.
           MOVE SD-SALESPERSON-ID TO CH-SALESPERSON-ID.
           MOVE WS-RUN-YEAR TO CH-PERIOD-YEAR.
           IF WS-QUARTERLY-MODE
              MOVE 'Q' TO CH-PERIOD-TYPE
              MOVE WS-RUN-QUARTER TO CH-PERIOD-QUARTER
           ELSE
              MOVE 'A' TO CH-PERIOD-TYPE
              MOVE ZEROES TO CH-PERIOD-QUARTER
           END-IF.
           MOVE WS-SALES-BASIS TO CH-SALES-BASIS.
           MOVE WS-COMMISSION-RATE TO CH-COMMISSION-RATE.
           MOVE WS-CALC-COMMISSION-AMT TO CH-CALC-COMMISSION.
           COMPUTE CH-ADJUSTMENT-AMT =
              WS-COMMISSION-AMT - WS-CALC-COMMISSION-AMT.
           MOVE WS-COMMISSION-AMT TO CH-PAID-COMMISSION.
           MOVE WS-PLAN-RUN-DATE TO CH-RUN-DATE.
           WRITE COMMHIST-RECORD
              INVALID KEY
                 REWRITE COMMHIST-RECORD
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
           END-WRITE.
           IF WS-COMMHIST-STATUS NOT = '00'
              PERFORM 0167-ABORT-HISTORY-POST
           END-IF.

      *    COMMTRUEUP relies on the history being complete, so a
      *    post that fails ends the run. The exception report is
      *    open during the pass; the checkpoint is left for restart.
        0167-ABORT-HISTORY-POST.
           MOVE SD-SALESPERSON-ID TO EXC-SALESPERSON-ID.
           MOVE SD-LASTNAME TO EXC-LASTNAME.
           MOVE SD-FIRSTNAME TO EXC-FIRSTNAME.
           MOVE 'COMM HISTORY POST FAILED - RUN ABORTED'
              TO EXC-REASON.
           MOVE EXCEPTION-DETAIL-LINE TO EXCEPTION-PRINT-LINE.
           WRITE EXCEPTION-PRINT-LINE AFTER ADVANCING 1 LINE.
           CLOSE EXCEPTION-REPORT.
           MOVE 8 TO RETURN-CODE.
           PERFORM 0046-WRITE-RUN-LOG.
           STOP RUN.

        0160-CHECKPOINT-IF-DUE.
           DIVIDE WS-RECORDS-READ-COUNT BY WS-CHECKPOINT-INTERVAL
              GIVING WS-CKPT-QUOTIENT REMAINDER WS-CKPT-REMAINDER.
           MOVE WS-YTD-TOTAL-SALES TO CK-YTD-TOTAL-SALES.
           MOVE WS-ACCEPTED-COUNT TO CK-ACCEPTED-COUNT.
           MOVE WS-REJECTED-COUNT TO CK-REJECTED-COUNT.
           MOVE WS-CONTEST-WIN-COUNT TO CK-CONTEST-WIN-COUNT.
           MOVE WS-CONTEST-TOTAL-PAID TO CK-CONTEST-TOTAL-PAID.
           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB > 500
              IF WS-ADJ-SUB <= WS-ADJ-COUNT
           CALL "CBL_FLUSH_FILE" USING WS-ACCEPTED-FILENAME.
           CALL "CBL_FLUSH_FILE" USING WS-ADJREG-FILENAME.
           CALL "CBL_FLUSH_FILE" USING WS-COMMDETAIL-FILENAME.
           CALL "CBL_FLUSH_FILE" USING WS-CONTESTWORK-FILENAME.

        0170-SPLIT-REGION-CREDIT.
           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB > WS-REGION-COUNT
              MOVE 'N' TO WS-RT-TOUCHED-SW (WS-REGION-SUB)
           END-PERFORM.
           MOVE 'S' TO WS-SPLIT-TARGET-SW.
           MOVE WS-SALES-BASIS TO WS-SPLIT-AMOUNT.
           IF WS-QUARTERLY-MODE
              MOVE WS-QTR-START-MONTH TO WS-SPLIT-FROM-MONTH
              MOVE WS-QTR-END-MONTH TO WS-SPLIT-TO-MONTH
           ELSE
              MOVE 1 TO WS-SPLIT-FROM-MONTH
              MOVE 12 TO WS-SPLIT-TO-MONTH
           END-IF.
           PERFORM 0172-CREDIT-MONTH-RANGE.
           MOVE 'Y' TO WS-SPLIT-TARGET-SW.
           MOVE WS-PERSON-YTD TO WS-SPLIT-AMOUNT.
           MOVE 1 TO WS-SPLIT-FROM-MONTH.
           IF WS-QUARTERLY-MODE
              MOVE WS-QTR-END-MONTH TO WS-SPLIT-TO-MONTH
           ELSE
              MOVE 12 TO WS-SPLIT-TO-MONTH
           END-IF.
           PERFORM 0172-CREDIT-MONTH-RANGE.
           PERFORM VARYING WS-MONTH-SUB FROM WS-YEAR-START-MONTH BY 1
                   UNTIL WS-MONTH-SUB > WS-YEAR-END-MONTH
              PERFORM 0174-FIND-MONTH-REGION
              ADD 1 TO WS-RT-ACTMONTHS (WS-MONTH-REGION-SUB)
              IF WS-RT-TOUCHED-SW (WS-MONTH-REGION-SUB) NOT = 'Y'
                 MOVE 'Y' TO WS-RT-TOUCHED-SW (WS-MONTH-REGION-SUB)
                 ADD 1 TO WS-RT-COUNT (WS-MONTH-REGION-SUB)
              END-IF
           END-PERFORM.

      *    Months held in another region take that month's bucket
      *    (never more than the amount being split); the balance
      *    stays with the current region so the totals still tie.
        0172-CREDIT-MONTH-RANGE.
           MOVE ZEROES TO WS-SPLIT-CREDITED.
           PERFORM VARYING WS-MONTH-SUB FROM WS-SPLIT-FROM-MONTH BY 1
                   UNTIL WS-MONTH-SUB > WS-SPLIT-TO-MONTH
              PERFORM 0174-FIND-MONTH-REGION
              IF WS-MONTH-REGION-SUB NOT = WS-REGION-MATCH-SUB
                 MOVE MSR-MONTH-SALES (WS-MONTH-SUB)
                    TO WS-SPLIT-BUCKET
                 IF WS-SPLIT-CREDITED + WS-SPLIT-BUCKET
                    > WS-SPLIT-AMOUNT
                    COMPUTE WS-SPLIT-BUCKET =
                       WS-SPLIT-AMOUNT - WS-SPLIT-CREDITED
                 END-IF
                 ADD WS-SPLIT-BUCKET TO WS-SPLIT-CREDITED
                 IF WS-SPLIT-PERIOD
                    ADD WS-SPLIT-BUCKET
                       TO WS-RT-SALES (WS-MONTH-REGION-SUB)
                 ELSE
                    ADD WS-SPLIT-BUCKET
                       TO WS-RT-YTD-SALES (WS-MONTH-REGION-SUB)
                 END-IF
              END-IF
           END-PERFORM.
           COMPUTE WS-SPLIT-BUCKET =
              WS-SPLIT-AMOUNT - WS-SPLIT-CREDITED.
           IF WS-SPLIT-PERIOD
              ADD WS-SPLIT-BUCKET
                 TO WS-RT-SALES (WS-REGION-MATCH-SUB)
              MOVE WS-SPLIT-BUCKET TO WS-CURRENT-REGION-CREDIT
           ELSE
              ADD WS-SPLIT-BUCKET
                 TO WS-RT-YTD-SALES (WS-REGION-MATCH-SUB)
           END-IF.

      *    The region held in a month is the destination of the
      *    latest move effective in or before that month, or the
      *    origin of the earliest move if none is effective yet.
      *    A code not on REGIONS.DAT falls back to the current one.
        0174-FIND-MONTH-REGION.
           COMPUTE WS-XFER-TARGET = WS-RUN-YEAR * 100 + WS-MONTH-SUB.
           MOVE ZEROES TO WS-XFER-BEST.
           MOVE 999999 TO WS-XFER-EARLIEST.
           MOVE SD-REGION TO WS-MONTH-REGION.
           MOVE SPACES TO WS-XFER-EARLY-REGION.
           PERFORM VARYING WS-XFER-SUB FROM 1 BY 1
                   UNTIL WS-XFER-SUB > WS-XFER-COUNT
              IF WS-XF-ID (WS-XFER-SUB) = SD-SALESPERSON-ID
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

        0176-CHECK-TRANSFERRED.
           MOVE 'N' TO WS-TRANSFERRED-SW.
           PERFORM VARYING WS-XFER-SUB FROM 1 BY 1
                   UNTIL WS-XFER-SUB > WS-XFER-COUNT
              IF WS-XF-ID (WS-XFER-SUB) = SD-SALESPERSON-ID
                 SET WS-TRANSFERRED-IN-YEAR TO TRUE
              END-IF
           END-PERFORM.

        0180-EVALUATE-CONTESTS.
           MOVE ZEROES TO WS-PERSON-CONTEST-TABLE.
           IF WS-CONTEST-COUNT > ZEROES
              PERFORM 0112-LOOKUP-MONTHLY
              PERFORM VARYING WS-CONTEST-SUB FROM 1 BY 1
                      UNTIL WS-CONTEST-SUB > WS-CONTEST-COUNT
                 PERFORM 0181-EVALUATE-ONE-CONTEST
              END-PERFORM
           END-IF.

      *    Only contest months held in an eligible region count:
      *    their sales make up the contest sales, and anyone who
      *    worked one of them takes part. Reaching the target wins
      *    only if still employed in the contest's last month.
        0181-EVALUATE-ONE-CONTEST.
           MOVE 'N' TO WS-CONTEST-ELIGIBLE-SW.
           MOVE ZEROES TO WS-CONTEST-SALES.
           MOVE ZEROES TO WS-CONTEST-PAYOUT.
           PERFORM VARYING WS-MONTH-SUB
                   FROM WS-CT-START (WS-CONTEST-SUB) BY 1
                   UNTIL WS-MONTH-SUB > WS-CT-END (WS-CONTEST-SUB)
              PERFORM 0182-CHECK-CONTEST-REGION
              IF WS-CONTEST-MONTH-ELIGIBLE
                 IF WS-MONTH-SUB >= WS-YEAR-START-MONTH
                    AND WS-MONTH-SUB <= WS-YEAR-END-MONTH
                    SET WS-CONTEST-ELIGIBLE TO TRUE
                 END-IF
                 IF WS-MONTHLY-FOUND
                    ADD MSR-MONTH-SALES (WS-MONTH-SUB)
                       TO WS-CONTEST-SALES
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-CONTEST-ELIGIBLE
              EVALUATE TRUE
                 WHEN WS-CONTEST-SALES < WS-CT-TARGET (WS-CONTEST-SUB)
                    MOVE 'M' TO WS-CONTEST-RESULT
                 WHEN WS-YEAR-END-MONTH < WS-CT-END (WS-CONTEST-SUB)
                    MOVE 'T' TO WS-CONTEST-RESULT
                 WHEN OTHER
                    MOVE 'W' TO WS-CONTEST-RESULT
                    PERFORM 0183-PAY-CONTEST-AWARD
              END-EVALUATE
              PERFORM 0184-WRITE-CONTEST-WORK-RECORD
           END-IF.

      *    The region held in the month is taken from the move
      *    history, the same way the region split finds it.
        0182-CHECK-CONTEST-REGION.
           PERFORM 0174-FIND-MONTH-REGION.
           MOVE 'N' TO WS-CONTEST-MONTH-SW.
           MOVE 'Y' TO WS-CONTEST-ALL-SW.
           PERFORM VARYING WS-CONTEST-REGION-SUB FROM 1 BY 1
                   UNTIL WS-CONTEST-REGION-SUB > 5
              IF WS-CT-REGION (WS-CONTEST-SUB, WS-CONTEST-REGION-SUB)
                 NOT = SPACES
                 MOVE 'N' TO WS-CONTEST-ALL-SW
                 IF WS-CT-REGION (WS-CONTEST-SUB,
                                  WS-CONTEST-REGION-SUB)
                    = WS-RT-CODE (WS-MONTH-REGION-SUB)
                    SET WS-CONTEST-MONTH-ELIGIBLE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-CONTEST-ALL-REGIONS
              SET WS-CONTEST-MONTH-ELIGIBLE TO TRUE
           END-IF.

      *    The award goes to payroll as its own SPIFF line and to
      *    COMMDETAIL.DAT as a type S record; it is not commission,
      *    so it stays out of the commission totals.
        0183-PAY-CONTEST-AWARD.
           IF WS-CT-FLAT (WS-CONTEST-SUB)
              MOVE WS-CT-AMOUNT (WS-CONTEST-SUB) TO WS-CONTEST-PAYOUT
           ELSE
              COMPUTE WS-CONTEST-PAYOUT ROUNDED =
                 WS-CONTEST-SALES * WS-CT-PCT (WS-CONTEST-SUB) / 100
           END-IF.
           IF WS-CONTEST-PAYOUT > ZEROES
              MOVE WS-CONTEST-PAYOUT
                 TO WS-PERSON-CONTEST-PAY (WS-CONTEST-SUB)
              ADD 1 TO WS-CONTEST-WIN-COUNT
              ADD WS-CONTEST-PAYOUT TO WS-CONTEST-TOTAL-PAID
              MOVE SD-SALESPERSON-ID TO WS-CSV-ID
              MOVE ZEROES TO WS-CSV-RATE
              MOVE WS-CONTEST-PAYOUT TO WS-CSV-AMOUNT
              MOVE SPACES TO CSV-LINE
              STRING WS-CSV-ID                 DELIMITED BY SIZE
                     ','                        DELIMITED BY SIZE
                     FUNCTION TRIM(SD-LASTNAME) DELIMITED BY SIZE
                     ','                        DELIMITED BY SIZE
                     FUNCTION TRIM(SD-FIRSTNAME) DELIMITED BY SIZE
                     ','                        DELIMITED BY SIZE
                     WS-CSV-RATE                DELIMITED BY SIZE
                     ','                        DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CSV-AMOUNT) DELIMITED BY SIZE
                     ',SPIFF,'                  DELIMITED BY SIZE
                     WS-CT-ID (WS-CONTEST-SUB)  DELIMITED BY SPACE
                 INTO CSV-LINE
              END-STRING
              WRITE CSV-LINE
              MOVE SD-SALESPERSON-ID TO CDT-SALESPERSON-ID
              MOVE SD-LASTNAME TO CDT-LASTNAME
              MOVE SD-FIRSTNAME TO CDT-FIRSTNAME
              MOVE WS-CONTEST-PAYOUT TO CDT-COMMISSION-AMT
              SET CDT-CONTEST-AWARD TO TRUE
              WRITE COMMDETAIL-RECORD
           END-IF.

        0184-WRITE-CONTEST-WORK-RECORD.
           MOVE WS-CONTEST-SUB TO CW-CONTEST-SEQ.
           MOVE SD-SALESPERSON-ID TO CW-SALESPERSON-ID.
           MOVE SD-LASTNAME TO CW-LASTNAME.
           MOVE SD-FIRSTNAME TO CW-FIRSTNAME.
           MOVE SD-REGION TO CW-REGION.
           MOVE WS-CONTEST-SALES TO CW-PERIOD-SALES.
           MOVE WS-CONTEST-RESULT TO CW-RESULT.
           MOVE WS-CONTEST-PAYOUT TO CW-PAYOUT.
           WRITE CONTEST-WORK-RECORD.

        0185-WRITE-CONTEST-RESULTS.
           MOVE WS-RUN-YEAR TO CRH-YEAR.
           MOVE SPACES TO CRH-PERIOD.
           IF WS-QUARTERLY-MODE
              STRING 'QUARTER ' DELIMITED BY SIZE
                     WS-RUN-QUARTER DELIMITED BY SIZE
                  INTO CRH-PERIOD
              END-STRING
           ELSE
              MOVE 'ANNUAL' TO CRH-PERIOD
           END-IF.
           MOVE CONTEST-RPT-HEADING TO CONTEST-PRINT-LINE.
           WRITE CONTEST-PRINT-LINE AFTER ADVANCING 1 LINE.
           IF WS-CONTEST-COUNT = ZEROES
              MOVE 'NO CONTESTS END IN THIS PERIOD' TO CNL-TEXT
              MOVE CONTEST-NOTE-LINE TO CONTEST-PRINT-LINE
              WRITE CONTEST-PRINT-LINE AFTER ADVANCING 2 LINE
           ELSE
              SORT CONTEST-SORT-FILE
                  ON ASCENDING KEY CN-CONTEST-SEQ
                  ON DESCENDING KEY CN-PERIOD-SALES
                  ON ASCENDING KEY CN-LASTNAME CN-FIRSTNAME
                  USING CONTEST-WORK-FILE
                  OUTPUT PROCEDURE 0186-WRITE-CONTEST-SECTIONS
           END-IF.
           MOVE SPACES TO CONTEST-PRINT-LINE.
           WRITE CONTEST-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'CONTESTS EVALUATED:' TO CSUM-LABEL.
           MOVE WS-CONTEST-COUNT TO CSUM-COUNT.
           MOVE ZEROES TO CSUM-AMOUNT.
           PERFORM 0189-WRITE-CONTEST-SUMMARY.
           MOVE 'PARTICIPANT RESULTS:' TO CSUM-LABEL.
           MOVE WS-CR-ALL-PARTICIPANTS TO CSUM-COUNT.
           MOVE ZEROES TO CSUM-AMOUNT.
           PERFORM 0189-WRITE-CONTEST-SUMMARY.
           MOVE 'WINNERS - AWARDS PAID:' TO CSUM-LABEL.
           MOVE WS-CR-ALL-WINNERS TO CSUM-COUNT.
           MOVE WS-CR-ALL-PAID TO CSUM-AMOUNT.
           PERFORM 0189-WRITE-CONTEST-SUMMARY.
           MOVE 'CONTESTS NOT ENDING IN THIS PERIOD:' TO CSUM-LABEL.
           MOVE WS-CONTEST-SKIP-COUNT TO CSUM-COUNT.
           MOVE ZEROES TO CSUM-AMOUNT.
           PERFORM 0189-WRITE-CONTEST-SUMMARY.
           MOVE 'CONTEST RECORDS REJECTED (INVALID/OVER 10):'
              TO CSUM-LABEL.
           MOVE WS-CONTEST-BAD-COUNT TO CSUM-COUNT.
           MOVE ZEROES TO CSUM-AMOUNT.
           PERFORM 0189-WRITE-CONTEST-SUMMARY.

        0186-WRITE-CONTEST-SECTIONS.
           RETURN CONTEST-SORT-FILE
              AT END SET END-OF-CONTEST-SORT TO TRUE
           END-RETURN.
           PERFORM VARYING WS-CONTEST-SUB FROM 1 BY 1
                   UNTIL WS-CONTEST-SUB > WS-CONTEST-COUNT
              PERFORM 0187-WRITE-ONE-CONTEST
           END-PERFORM.

        0187-WRITE-ONE-CONTEST.
           MOVE WS-CT-ID (WS-CONTEST-SUB) TO CTL-CONTEST-ID.
           MOVE WS-CT-NAME (WS-CONTEST-SUB) TO CTL-CONTEST-NAME.
           MOVE WS-CT-START (WS-CONTEST-SUB) TO CTL-START-MONTH.
           MOVE WS-CT-END (WS-CONTEST-SUB) TO CTL-END-MONTH.
           MOVE WS-CT-TARGET (WS-CONTEST-SUB) TO CTL-TARGET.
           MOVE SPACES TO CTL-PAYOUT.
           IF WS-CT-FLAT (WS-CONTEST-SUB)
              MOVE WS-CT-AMOUNT (WS-CONTEST-SUB)
                 TO WS-CONTEST-PAYOUT-EDIT
              STRING FUNCTION TRIM(WS-CONTEST-PAYOUT-EDIT)
                        DELIMITED BY SIZE
                     ' FLAT' DELIMITED BY SIZE
                  INTO CTL-PAYOUT
              END-STRING
           ELSE
              MOVE WS-CT-PCT (WS-CONTEST-SUB) TO WS-CONTEST-PCT-EDIT
              STRING FUNCTION TRIM(WS-CONTEST-PCT-EDIT)
                        DELIMITED BY SIZE
                     '% OF SALES' DELIMITED BY SIZE
                  INTO CTL-PAYOUT
              END-STRING
           END-IF.
           MOVE CONTEST-TITLE-LINE TO CONTEST-PRINT-LINE.
           WRITE CONTEST-PRINT-LINE AFTER ADVANCING 3 LINE.
           MOVE SPACES TO CRL-REGIONS.
           MOVE 1 TO WS-CONTEST-PTR.
           PERFORM VARYING WS-CONTEST-REGION-SUB FROM 1 BY 1
                   UNTIL WS-CONTEST-REGION-SUB > 5
              IF WS-CT-REGION (WS-CONTEST-SUB, WS-CONTEST-REGION-SUB)
                 NOT = SPACES
                 STRING WS-CT-REGION (WS-CONTEST-SUB,
                                      WS-CONTEST-REGION-SUB)
                           DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                     INTO CRL-REGIONS
                     WITH POINTER WS-CONTEST-PTR
                 END-STRING
              END-IF
           END-PERFORM.
           IF WS-CONTEST-PTR = 1
              MOVE 'ALL REGIONS' TO CRL-REGIONS
           END-IF.
           MOVE CONTEST-REGIONS-LINE TO CONTEST-PRINT-LINE.
           WRITE CONTEST-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE CONTEST-COL-HEADING TO CONTEST-PRINT-LINE.
           WRITE CONTEST-PRINT-LINE AFTER ADVANCING 2 LINE.
           MOVE ZEROES TO WS-CR-RANK.
           MOVE ZEROES TO WS-CR-PARTICIPANTS.
           MOVE ZEROES TO WS-CR-WINNERS.
           MOVE ZEROES TO WS-CR-PAID.
           PERFORM UNTIL END-OF-CONTEST-SORT
                      OR CN-CONTEST-SEQ NOT = WS-CONTEST-SUB
              PERFORM 0188-WRITE-CONTEST-DETAIL
              RETURN CONTEST-SORT-FILE
                 AT END SET END-OF-CONTEST-SORT TO TRUE
              END-RETURN
           END-PERFORM.
           IF WS-CR-PARTICIPANTS = ZEROES
              MOVE 'NO ELIGIBLE PARTICIPANTS' TO CNL-TEXT
              MOVE CONTEST-NOTE-LINE TO CONTEST-PRINT-LINE
              WRITE CONTEST-PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-CR-PARTICIPANTS TO CF-PARTICIPANTS.
           MOVE WS-CR-WINNERS TO CF-WINNERS.
           MOVE WS-CR-PAID TO CF-PAID.
           MOVE CONTEST-FOOTER-LINE TO CONTEST-PRINT-LINE.
           WRITE CONTEST-PRINT-LINE AFTER ADVANCING 2 LINE.
           ADD WS-CR-PARTICIPANTS TO WS-CR-ALL-PARTICIPANTS.
           ADD WS-CR-WINNERS TO WS-CR-ALL-WINNERS.
           ADD WS-CR-PAID TO WS-CR-ALL-PAID.

        0188-WRITE-CONTEST-DETAIL.
           ADD 1 TO WS-CR-RANK.
           ADD 1 TO WS-CR-PARTICIPANTS.
           MOVE WS-CR-RANK TO CD-RANK.
           MOVE CN-SALESPERSON-ID TO CD-SALESPERSON-ID.
           MOVE SPACES TO CD-NAME.
           STRING CN-LASTNAME DELIMITED BY '  '
                  ', '        DELIMITED BY SIZE
                  CN-FIRSTNAME DELIMITED BY '  '
               INTO CD-NAME
           END-STRING.
           MOVE CN-REGION TO CD-REGION.
           MOVE CN-PERIOD-SALES TO CD-PERIOD-SALES.
           COMPUTE WS-CONTEST-PCT ROUNDED =
              CN-PERIOD-SALES * 100 / WS-CT-TARGET (WS-CONTEST-SUB)
              ON SIZE ERROR
                 MOVE 9999.99 TO WS-CONTEST-PCT
           END-COMPUTE.
           MOVE WS-CONTEST-PCT TO CD-PCT-TARGET.
           EVALUATE TRUE
              WHEN CN-WINNER
                 MOVE 'WINNER' TO CD-RESULT
                 ADD 1 TO WS-CR-WINNERS
                 ADD CN-PAYOUT TO WS-CR-PAID
              WHEN CN-LEFT-EARLY
                 MOVE 'LEFT EARLY' TO CD-RESULT
              WHEN OTHER
                 MOVE 'MISSED' TO CD-RESULT
           END-EVALUATE.
           MOVE CN-PAYOUT TO CD-PAYOUT.
           MOVE CONTEST-DETAIL-LINE TO CONTEST-PRINT-LINE.
           WRITE CONTEST-PRINT-LINE AFTER ADVANCING 1 LINE.

        0189-WRITE-CONTEST-SUMMARY.
           MOVE CONTEST-SUMMARY-LINE TO CONTEST-PRINT-LINE.
           WRITE CONTEST-PRINT-LINE AFTER ADVANCING 1 LINE.

      *    Run after the checkpoint is cleared, so the applied flags
      *    can no longer be restored against the old file positions.
      *    Items beyond the table or not applied stay live. Any file
      *    that cannot be opened or written stops the retirement
      *    before ADJUSTMENTS.DAT is touched.
        0190-RETIRE-ADJUSTMENTS.
           MOVE 'N' TO WS-RETIRE-FAILED-SW.
           OPEN EXTEND ADJ-APPLIED-FILE.
           IF WS-ADJ-APPLIED-STATUS NOT = '00'
              AND WS-ADJ-APPLIED-STATUS NOT = '05'
              MOVE 'ADJAPPLIED.DAT UNUSABLE - NOT RETIRED'
                 TO WS-EXCEPTION-REASON
              SET WS-RETIRE-FAILED TO TRUE
           ELSE
              OPEN INPUT ADJUSTMENT-FILE
              IF WS-ADJ-STATUS NOT = '00'
                 CLOSE ADJ-APPLIED-FILE
                 MOVE 'ADJUSTMENTS.DAT UNREADABLE - NOT RETIRED'
                    TO WS-EXCEPTION-REASON
                 SET WS-RETIRE-FAILED TO TRUE
              ELSE
                 OPEN OUTPUT ADJUSTMENT-NEW-FILE
                 IF WS-ADJ-NEW-STATUS NOT = '00'
                    CLOSE ADJ-APPLIED-FILE
                    CLOSE ADJUSTMENT-FILE
                    MOVE 'ADJUSTMENTS.TMP UNUSABLE - NOT RETIRED'
                       TO WS-EXCEPTION-REASON
                    SET WS-RETIRE-FAILED TO TRUE
                 ELSE
                    PERFORM 0195-STAGE-ADJUSTMENTS
                 END-IF
              END-IF
           END-IF.
           IF WS-RETIRE-FAILED
              PERFORM 0191-ABORT-NO-RETIRE
           ELSE
              PERFORM 0193-COPY-ADJUSTMENTS-BACK
           END-IF.

        0191-ABORT-NO-RETIRE.
           OPEN EXTEND EXCEPTION-REPORT.
           MOVE SPACES TO EXC-SALESPERSON-ID.
           MOVE SPACES TO EXC-LASTNAME.
           MOVE SPACES TO EXC-FIRSTNAME.
           MOVE WS-EXCEPTION-REASON TO EXC-REASON.
           MOVE EXCEPTION-DETAIL-LINE TO EXCEPTION-PRINT-LINE.
           WRITE EXCEPTION-PRINT-LINE AFTER ADVANCING 1 LINE.
           CLOSE EXCEPTION-REPORT.
           MOVE 8 TO RETURN-CODE.

        0192-RETIRE-ONE-ADJUSTMENT.
           IF WS-ADJ-SEQ > WS-ADJ-COUNT
              PERFORM 0194-KEEP-ADJUSTMENT
           ELSE
              IF WS-ADJ-APPLIED-SW (WS-ADJ-SEQ) = 'Y'
                 MOVE ADJ-SALESPERSON-ID TO AH-SALESPERSON-ID
                 MOVE ADJ-TYPE TO AH-TYPE
                 MOVE ADJ-AMOUNT TO AH-AMOUNT
                 MOVE ADJ-SPLIT-PCT TO AH-SPLIT-PCT
                 MOVE ADJ-REASON-CODE TO AH-REASON-CODE
                 MOVE WS-RUN-YEAR TO AH-PERIOD-YEAR
                 IF WS-QUARTERLY-MODE
                    MOVE 'Q' TO AH-PERIOD-TYPE
                    MOVE WS-RUN-QUARTER TO AH-PERIOD-QUARTER
                 ELSE
                    MOVE 'A' TO AH-PERIOD-TYPE
                    MOVE ZEROES TO AH-PERIOD-QUARTER
                 END-IF
                 MOVE WS-PLAN-RUN-DATE TO AH-RUN-DATE
                 WRITE ADJ-APPLIED-RECORD
                 IF WS-ADJ-APPLIED-STATUS NOT = '00'
                    MOVE 'ADJ HISTORY WRITE FAILED - NOT RETIRED'
                       TO WS-EXCEPTION-REASON
                    SET WS-RETIRE-FAILED TO TRUE
                 END-IF
              ELSE
                 PERFORM 0194-KEEP-ADJUSTMENT
              END-IF
           END-IF.

      *    ADJUSTMENTS.TMP is deleted only once it has been copied
      *    back in full; on any failure it is kept for the operator.
        0193-COPY-ADJUSTMENTS-BACK.
           OPEN INPUT ADJUSTMENT-NEW-FILE.
           IF WS-ADJ-NEW-STATUS NOT = '00'
              MOVE 'ADJUSTMENTS.TMP UNREADABLE - NOT COPIED'
                 TO WS-EXCEPTION-REASON
              SET WS-RETIRE-FAILED TO TRUE
           ELSE
              OPEN OUTPUT ADJUSTMENT-FILE
              IF WS-ADJ-STATUS NOT = '00'
                 CLOSE ADJUSTMENT-NEW-FILE
                 MOVE 'ADJUSTMENTS.DAT NOT REWRITTEN - TMP KEPT'
                    TO WS-EXCEPTION-REASON
                 SET WS-RETIRE-FAILED TO TRUE
              ELSE
                 PERFORM 0196-COPY-STAGED-ADJUSTMENTS
              END-IF
           END-IF.
           IF WS-RETIRE-FAILED
              PERFORM 0191-ABORT-NO-RETIRE
           ELSE
              CALL "CBL_DELETE_FILE" USING WS-ADJTMP-FILENAME
                 RETURNING WS-DELETE-RC
           END-IF.

        0194-KEEP-ADJUSTMENT.
           MOVE ADJUSTMENT-RECORD TO ADJUSTMENT-NEW-RECORD.
           WRITE ADJUSTMENT-NEW-RECORD.
           IF WS-ADJ-NEW-STATUS NOT = '00'
              MOVE 'ADJ STAGING WRITE FAILED - NOT RETIRED'
                 TO WS-EXCEPTION-REASON
              SET WS-RETIRE-FAILED TO TRUE
           END-IF.

        0195-STAGE-ADJUSTMENTS.
           MOVE ZEROES TO WS-ADJ-SEQ.
           MOVE 'N' TO WS-ADJ-EOF-SW.
           READ ADJUSTMENT-FILE
              AT END SET END-OF-ADJUSTMENTS TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-ADJUSTMENTS
                      OR WS-RETIRE-FAILED
              ADD 1 TO WS-ADJ-SEQ
              PERFORM 0192-RETIRE-ONE-ADJUSTMENT
              READ ADJUSTMENT-FILE
                 AT END SET END-OF-ADJUSTMENTS TO TRUE
              END-READ
           END-PERFORM.
           CLOSE ADJUSTMENT-FILE.
           CLOSE ADJUSTMENT-NEW-FILE.
           CLOSE ADJ-APPLIED-FILE.

        0196-COPY-STAGED-ADJUSTMENTS.
           MOVE 'N' TO WS-ADJ-EOF-SW.
           READ ADJUSTMENT-NEW-FILE
              AT END SET END-OF-ADJUSTMENTS TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-ADJUSTMENTS
                      OR WS-RETIRE-FAILED
              MOVE ADJUSTMENT-NEW-RECORD TO ADJUSTMENT-RECORD
              WRITE ADJUSTMENT-RECORD
              IF WS-ADJ-STATUS NOT = '00'
                 MOVE 'ADJUSTMENTS.DAT NOT REWRITTEN - TMP KEPT'
                    TO WS-EXCEPTION-REASON
                 SET WS-RETIRE-FAILED TO TRUE
              END-IF
              READ ADJUSTMENT-NEW-FILE
                 AT END SET END-OF-ADJUSTMENTS TO TRUE
              END-READ
           END-PERFORM.
           CLOSE ADJUSTMENT-NEW-FILE.
           CLOSE ADJUSTMENT-FILE.

        0200-STOP-RUN.
           IF WS-MONTHLY-OPEN
              CLOSE MONTHLY-FILE
           END-IF.
           CLOSE PRINT-FILE.
           CLOSE COMMDETAIL-FILE.
           CLOSE RECYCLE-FILE.
           CLOSE STATEMENT-FILE.
           CLOSE CONTEST-REPORT.
           CLOSE COMMHIST-FILE.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
           CALL "CBL_DELETE_FILE" USING WS-SORTWORK-FILENAME
              RETURNING WS-DELETE-RC.
           CALL "CBL_DELETE_FILE" USING WS-ACCEPTED-FILENAME
              RETURNING WS-DELETE-RC.
           CALL "CBL_DELETE_FILE" USING WS-CONTESTWORK-FILENAME
              RETURNING WS-DELETE-RC.
           CALL "CBL_DELETE_FILE" USING WS-CONTESTSORT-FILENAME
              RETURNING WS-DELETE-RC.
           EVALUATE TRUE
              WHEN WS-ADJ-OVERFLOW
                 MOVE 8 TO RETURN-CODE
              WHEN WS-XFER-OVERFLOW
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE ZEROES TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE = ZEROES
              AND WS-ADJ-COUNT > ZEROES
              PERFORM 0190-RETIRE-ADJUSTMENTS
           END-IF.
           PERFORM 0046-WRITE-RUN-LOG.
           STOP RUN.
