       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJOURNAL.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  This program is the general ledger interface for the       *
      *   commission run. It runs in the nightly chain after the    *
      *   COMMRECON payment reconciliation and turns the night's    *
      *   commission activity into a balanced GL journal, so the    *
      *   expense and the liability are booked from the same        *
      *   figures payroll was sent instead of being keyed by hand.  *
      *                                                             *
      *  The accrual comes from the commission detail written by    *
      *   SALESWITHCOMMISSION (COMMDETAIL.DAT): each salesperson's  *
      *   commission is looked up on the SALESMAST.DAT master and   *
      *   charged to the cost center of the salesperson's region    *
      *   in REGIONS.DAT, giving one commission expense debit per   *
      *   region against a single credit to accrued commissions     *
      *   payable.                                                  *
      *   A commission with no master record or an unknown region   *
      *   is charged to the UNASG cost center and listed on the     *
      *   proof report so it can be reclassed. A net clawback       *
      *   simply posts to the opposite side.                        *
      *   Sales contest (SPIFF) awards come in on the same file as  *
      *   their own records (earnings type S) and are charged the   *
      *   same way to the separate contest award expense account,   *
      *   one debit per region; the credit to accrued commissions   *
      *   payable covers commission and awards together, as         *
      *   payroll pays them together.                               *
      *                                                             *
      *  The relief comes from the payment confirmation file        *
      *   (PAYMENTS.DAT, HDR and TRL control records dropped),      *
      *   match-merged on SALESPERSON-ID with the commission        *
      *   detail the same way COMMRECON does it: every payment      *
      *   that matches the salesperson's commission plus any        *
      *   contest awards to the dollar debits accrued commissions   *
      *   payable and credits cash. Unmatched                       *
      *   and mismatched items stay accrued until COMMRECON clears  *
      *   them.                                                     *
      *                                                             *
      *  The journal (GLJOURNAL.DAT) carries a HDR record with the  *
      *   business date, one DTL record per journal line, and a     *
      *   TRL record with the line count and the debit and credit   *
      *   totals for the ledger load to certify. The journal proof  *
      *   report (GLPROOF.DAT) lists every line, the commission     *
      *   and payment control totals and the balance verdict. The   *
      *   program ends with RETURN-CODE 8 when total debits do not  *
      *   equal total credits, so the chain stops before an         *
      *   unbalanced journal reaches the ledger.                    *
      *                                                             *
      *  A run-control record (start/end stamps, commission         *
      *   records read - award records are not counted, matching    *
      *   COMMRECON - journal lines written, commissions with no    *
      *   cost center, return code) is appended to RUNLOG.DAT for   *
      *   the RUNBALANCE end-of-night check and the NIGHTCHAIN      *
      *   restart logic.                                            *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT COMMDETAIL-FILE ASSIGN TO "COMMDETAIL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT COMM-SORT-FILE ASSIGN TO "GLCSORT.TMP".
            SELECT PAY-SORT-FILE ASSIGN TO "GLPSORT.TMP".
            SELECT COMM-SORTED-FILE ASSIGN TO "GLCSORTED.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PAY-SORTED-FILE ASSIGN TO "GLPSORTED.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT MASTER-FILE ASSIGN TO "SALESMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MAST-SALESPERSON-ID
             FILE STATUS IS WS-MASTER-STATUS.
            SELECT REGION-FILE ASSIGN TO "REGIONS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGION-STATUS.
            SELECT GL-JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PROOF-REPORT ASSIGN TO "GLPROOF.DAT".
            SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.
       FD COMMDETAIL-FILE.

       01 COMMDETAIL-RECORD.
            05 CDT-SALESPERSON-ID   PIC 9(5).
            05 CDT-LASTNAME         PIC X(20).
            05 CDT-FIRSTNAME        PIC X(20).
            05 CDT-COMMISSION-AMT   PIC S9(10)
               SIGN IS LEADING SEPARATE.
            05 CDT-EARNINGS-TYPE    PIC X.

       FD PAYMENT-FILE.

       01 PAYMENT-RECORD.
            05 PAY-SALESPERSON-ID   PIC 9(5).
            05 PAY-AMOUNT-PAID      PIC 9(10).
            05 PAY-DATE             PIC 9(8).

       01 PAYFEED-CONTROL-RECORD.
            05 PAY-RECORD-TYPE      PIC X(3).
               88 PAY-HEADER-RECORD      VALUE 'HDR'.
               88 PAY-TRAILER-RECORD     VALUE 'TRL'.
            05 FILLER               PIC X(20).

        SD COMM-SORT-FILE.

        01  CS-COMMDETAIL-RECORD.
            05 CS-SALESPERSON-ID    PIC 9(5).
            05 CS-LASTNAME          PIC X(20).
            05 CS-FIRSTNAME         PIC X(20).
            05 CS-COMMISSION-AMT    PIC S9(10)
               SIGN IS LEADING SEPARATE.
            05 CS-EARNINGS-TYPE     PIC X.

        SD PAY-SORT-FILE.

        01  PS-PAYMENT-RECORD.
            05 PS-SALESPERSON-ID    PIC 9(5).
            05 PS-AMOUNT-PAID       PIC 9(10).
            05 PS-DATE              PIC 9(8).

        FD COMM-SORTED-FILE.

        01  CSD-COMMDETAIL-RECORD.
            05 CSD-SALESPERSON-ID   PIC 9(5).
            05 CSD-LASTNAME         PIC X(20).
            05 CSD-FIRSTNAME        PIC X(20).
            05 CSD-COMMISSION-AMT   PIC S9(10)
               SIGN IS LEADING SEPARATE.
            05 CSD-EARNINGS-TYPE    PIC X.
               88 CSD-CONTEST-AWARD      VALUE 'S'.

        FD PAY-SORTED-FILE.

        01  PSD-PAYMENT-RECORD.
            05 PSD-SALESPERSON-ID   PIC 9(5).
            05 PSD-AMOUNT-PAID      PIC 9(10).
            05 PSD-DATE             PIC 9(8).

        FD MASTER-FILE.

        01  MASTER-RECORD.
            05 MAST-SALESPERSON-ID  PIC 9(5).
            05 MAST-SALESPERSON-NAME.
                10 MAST-LASTNAME    PIC X(20).
                10 MAST-FIRSTNAME   PIC X(20).
            05 MAST-REGION          PIC X(5).
            05 MAST-YEARLYSALES     PIC 9(6).
            05 MAST-GENDER          PIC X.
            05 MAST-HIREDATE        PIC 9(8).
            05 MAST-TERMDATE        PIC 9(8).

        FD REGION-FILE.

        01  REGION-RECORD.
            05 RF-REGION-CODE       PIC X(5).
            05 RF-REGION-NAME       PIC X(20).
            05 RF-REGION-MANAGER    PIC X(30).
            05 RF-ANNUAL-QUOTA      PIC 9(10).

        FD GL-JOURNAL-FILE.

        01  GL-JOURNAL-RECORD.
            05 GLJ-RECORD-TYPE      PIC X(3).
            05 GLJ-JOURNAL-DATE     PIC 9(8).
            05 GLJ-LINE-NUMBER      PIC 9(5).
            05 GLJ-SOURCE           PIC X(3).
            05 GLJ-ACCOUNT          PIC X(10).
            05 GLJ-COST-CENTER      PIC X(5).
            05 GLJ-DEBIT-AMOUNT     PIC 9(12).
            05 GLJ-CREDIT-AMOUNT    PIC 9(12).
            05 GLJ-DESCRIPTION      PIC X(30).

        01  GL-HEADER-RECORD.
            05 GLH-RECORD-TYPE      PIC X(3).
            05 GLH-BUSINESS-DATE    PIC 9(8).
            05 FILLER               PIC X(77).

        01  GL-TRAILER-RECORD.
            05 GLT-RECORD-TYPE      PIC X(3).
            05 GLT-LINE-COUNT       PIC 9(7).
            05 GLT-DEBIT-TOTAL      PIC 9(14).
            05 GLT-CREDIT-TOTAL     PIC 9(14).
            05 FILLER               PIC X(50).

        FD PROOF-REPORT.

        01  PROOF-PRINT-LINE        PIC X(132).

        FD RUN-LOG.

        01  RUN-LOG-RECORD.
            05 RL-PROGRAM-ID        PIC X(20).
            05 RL-START-STAMP       PIC 9(14).
            05 RL-END-STAMP         PIC 9(14).
            05 RL-RECORDS-READ      PIC 9(8).
            05 RL-RECORDS-WRITTEN   PIC 9(8).
            05 RL-RECORDS-REJECTED  PIC 9(8).
            05 RL-RETURN-CODE       PIC 9(4).

        WORKING-STORAGE SECTION.
        01  WS-SWITCHES.
            05 WS-COMM-EOF-SW      PIC X VALUE 'N'.
               88 END-OF-COMM            VALUE 'Y'.
            05 WS-DETAIL-EOF-SW    PIC X VALUE 'N'.
               88 END-OF-COMM-DETAIL     VALUE 'Y'.
            05 WS-PAY-EOF-SW       PIC X VALUE 'N'.
               88 END-OF-PAY             VALUE 'Y'.
            05 WS-PAYIN-EOF-SW     PIC X VALUE 'N'.
               88 END-OF-PAY-INPUT       VALUE 'Y'.
            05 WS-REGION-EOF-SW    PIC X VALUE 'N'.
               88 END-OF-REGIONS         VALUE 'Y'.
            05 WS-REGION-FOUND-SW  PIC X VALUE 'N'.
               88 WS-REGION-FOUND        VALUE 'Y'.
            05 WS-BALANCED-SW      PIC X VALUE 'Y'.
               88 WS-JOURNAL-BALANCED    VALUE 'Y'.

        01  WS-MASTER-STATUS       PIC XX VALUE SPACES.
        01  WS-REGION-STATUS       PIC XX VALUE SPACES.

        01  WS-GL-ACCOUNTS.
            05 WS-EXPENSE-ACCOUNT  PIC X(10) VALUE '6100-00'.
            05 WS-SPIFF-ACCOUNT    PIC X(10) VALUE '6150-00'.
            05 WS-ACCRUAL-ACCOUNT  PIC X(10) VALUE '2150-00'.
            05 WS-CASH-ACCOUNT     PIC X(10) VALUE '1010-00'.
            05 WS-CORPORATE-CC     PIC X(5)  VALUE 'CORP '.
            05 WS-UNASSIGNED-CC    PIC X(5)  VALUE 'UNASG'.

        01  WS-REGION-TABLE.
            05 WS-REGION-COUNT     PIC 9(3) COMP VALUE ZEROES.
            05 WS-REGION-ENTRY OCCURS 20 TIMES.
                10 WS-RT-CODE      PIC X(5).
                10 WS-RT-NAME      PIC X(20).
                10 WS-RT-EXPENSE   PIC S9(12).
                10 WS-RT-SPIFF-EXPENSE PIC S9(12).
        01  WS-REGION-SUB          PIC 9(3) COMP VALUE ZEROES.
        01  WS-REGION-MATCH-SUB    PIC 9(3) COMP VALUE ZEROES.

        01  WS-JOURNAL-FIELDS.
            05 WS-JOURNAL-DATE     PIC 9(8) VALUE ZEROES.
            05 WS-LINE-NUMBER      PIC 9(5) VALUE ZEROES.
            05 WS-LINE-SOURCE      PIC X(3) VALUE SPACES.
            05 WS-LINE-ACCOUNT     PIC X(10) VALUE SPACES.
            05 WS-LINE-COST-CENTER PIC X(5) VALUE SPACES.
            05 WS-LINE-DESCRIPTION PIC X(30) VALUE SPACES.
            05 WS-LINE-AMOUNT      PIC S9(12) VALUE ZEROES.
            05 WS-LINE-SIDE        PIC X VALUE 'D'.
               88 WS-DEBIT-SIDE          VALUE 'D'.
               88 WS-CREDIT-SIDE         VALUE 'C'.
            05 WS-TOTAL-DEBITS     PIC 9(14) VALUE ZEROES.
            05 WS-TOTAL-CREDITS    PIC 9(14) VALUE ZEROES.
            05 WS-OUT-OF-BALANCE   PIC S9(14) VALUE ZEROES.

        01  WS-CONTROL-TOTALS.
            05 WS-ACCRUAL-TOTAL    PIC S9(12) VALUE ZEROES.
            05 WS-UNASSIGNED-COUNT PIC 9(5) VALUE ZEROES.
            05 WS-UNASSIGNED-AMOUNT PIC S9(12) VALUE ZEROES.
            05 WS-UNASSIGNED-SPIFF PIC S9(12) VALUE ZEROES.
            05 WS-SPIFF-COUNT      PIC 9(5) VALUE ZEROES.
            05 WS-SPIFF-TOTAL      PIC S9(12) VALUE ZEROES.
            05 WS-RELIEF-COUNT     PIC 9(5) VALUE ZEROES.
            05 WS-RELIEF-TOTAL     PIC S9(12) VALUE ZEROES.
            05 WS-UNRELIEVED-COUNT PIC 9(5) VALUE ZEROES.
            05 WS-PAY-TOTAL        PIC 9(12) VALUE ZEROES.

        01  WS-PERSON-EARNINGS.
            05 WS-CM-ID            PIC 9(5) VALUE ZEROES.
            05 WS-CM-AMOUNT        PIC S9(12) VALUE ZEROES.

        01  WS-RUNLOG-FIELDS.
            05 WS-RUN-START-STAMP  PIC 9(14) VALUE ZEROES.
            05 WS-RUN-END-STAMP    PIC 9(14) VALUE ZEROES.
            05 WS-STAMP-DATE       PIC 9(8) VALUE ZEROES.
            05 WS-STAMP-TIME       PIC 9(8) VALUE ZEROES.
            05 FILLER REDEFINES WS-STAMP-TIME.
                10 WS-STAMP-HHMMSS PIC 9(6).
                10 FILLER          PIC 9(2).
            05 WS-COMM-READ-COUNT  PIC 9(8) VALUE ZEROES.
            05 WS-PAY-READ-COUNT   PIC 9(8) VALUE ZEROES.
            05 WS-LINES-WRITTEN    PIC 9(8) VALUE ZEROES.

        01  WS-CLEANUP-FILENAMES.
            05 WS-COMMSORT-FILENAME    PIC X(20)
               VALUE "GLCSORT.TMP".
            05 WS-PAYSORT-FILENAME     PIC X(20)
               VALUE "GLPSORT.TMP".
            05 WS-COMMSORTED-FILENAME  PIC X(20)
               VALUE "GLCSORTED.TMP".
            05 WS-PAYSORTED-FILENAME   PIC X(20)
               VALUE "GLPSORTED.TMP".
            05 WS-DELETE-RC            PIC 9(9) COMP-5 VALUE ZEROES.

        01  PROOF-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(38) VALUE
               'COMMISSION GL JOURNAL PROOF   DATE: '.
            05 PRF-JOURNAL-DATE    PIC 9(8).
            05 FILLER              PIC X(81) VALUE SPACES.

        01  PROOF-COLUMN-HEADING.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(5)  VALUE ' LINE'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(3)  VALUE 'SRC'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(10) VALUE 'ACCOUNT'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(5)  VALUE 'CC'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(30) VALUE 'DESCRIPTION'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(15) VALUE
               '          DEBIT'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(15) VALUE
               '         CREDIT'.
            05 FILLER              PIC X(32) VALUE SPACES.

        01  PROOF-DETAIL-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 PRF-LINE-NUMBER     PIC ZZZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PRF-SOURCE          PIC X(3).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PRF-ACCOUNT         PIC X(10).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PRF-COST-CENTER     PIC X(5).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PRF-DESCRIPTION     PIC X(30).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PRF-DEBIT           PIC ZZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PRF-CREDIT          PIC ZZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(32) VALUE SPACES.

        01  PROOF-EXCEPTION-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(16) VALUE
               'NO COST CENTER: '.
            05 PRF-EXC-ID          PIC X(5).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PRF-EXC-NAME        PIC X(25).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PRF-EXC-AMOUNT      PIC ---,---,--9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PRF-EXC-REASON      PIC X(24).
            05 FILLER              PIC X(40) VALUE SPACES.

        01  PROOF-TOTAL-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 PRF-TOT-LABEL       PIC X(32).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PRF-TOT-COUNT       PIC ZZ,ZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PRF-TOT-AMOUNT      PIC ----,---,---,--9.
            05 FILLER              PIC X(69) VALUE SPACES.

        01  PROOF-ABORT-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 PRF-ABORT-TEXT      PIC X(60).
            05 FILLER              PIC X(67) VALUE SPACES.

        01  PROOF-VERDICT-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(17) VALUE 'JOURNAL VERDICT: '.
            05 PRF-VERDICT         PIC X(40).
            05 FILLER              PIC X(70) VALUE SPACES.

        PROCEDURE DIVISION.

        0050-MAIN.
           PERFORM 0040-CAPTURE-START-STAMP.
           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT PROOF-REPORT.
           MOVE WS-JOURNAL-DATE TO PRF-JOURNAL-DATE.
           MOVE PROOF-HEADING-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0055-LOAD-REGION-TABLE.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
              MOVE 'MASTER FILE SALESMAST.DAT MISSING - RUN ABORTED'
                 TO PRF-ABORT-TEXT
              PERFORM 0058-ABORT-RUN
           END-IF.
           PERFORM 0060-SORT-COMMISSIONS.
           PERFORM 0070-SORT-PAYMENTS.
           OPEN INPUT COMM-SORTED-FILE.
           OPEN INPUT PAY-SORTED-FILE.
           MOVE PROOF-COLUMN-HEADING TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE AFTER ADVANCING 2 LINE.
           PERFORM 0112-READ-COMM-DETAIL.
           PERFORM 0110-READ-COMMISSION.
           PERFORM 0120-READ-PAYMENT.
           PERFORM 0100-MATCH-MERGE.
           CLOSE MASTER-FILE.
           PERFORM 0140-WRITE-JOURNAL.
           PERFORM 0160-WRITE-CONTROL-TOTALS.
           PERFORM 0170-WRITE-VERDICT.
           PERFORM 0200-STOP-RUN.

        0055-LOAD-REGION-TABLE.
           OPEN INPUT REGION-FILE.
           IF WS-REGION-STATUS NOT = '00'
              MOVE 'REGIONS FILE MISSING/EMPTY - RUN ABORTED'
                 TO PRF-ABORT-TEXT
              PERFORM 0058-ABORT-RUN
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
                 MOVE ZEROES TO WS-RT-EXPENSE (WS-REGION-COUNT)
                 MOVE ZEROES
                    TO WS-RT-SPIFF-EXPENSE (WS-REGION-COUNT)
              END-IF
              READ REGION-FILE
                 AT END SET END-OF-REGIONS TO TRUE
              END-READ
           END-PERFORM.
           CLOSE REGION-FILE.
           IF WS-REGION-COUNT = ZEROES
              MOVE 'REGIONS FILE MISSING/EMPTY - RUN ABORTED'
                 TO PRF-ABORT-TEXT
              PERFORM 0058-ABORT-RUN
           END-IF.

        0058-ABORT-RUN.
           MOVE PROOF-ABORT-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE AFTER ADVANCING 2 LINE.
           CLOSE PROOF-REPORT.
           MOVE 8 TO RETURN-CODE.
           PERFORM 0190-WRITE-RUN-LOG.
           STOP RUN.

        0060-SORT-COMMISSIONS.
           SORT COMM-SORT-FILE
               ON ASCENDING KEY CS-SALESPERSON-ID
               USING COMMDETAIL-FILE
               GIVING COMM-SORTED-FILE.

        0070-SORT-PAYMENTS.
           SORT PAY-SORT-FILE
               ON ASCENDING KEY PS-SALESPERSON-ID
               INPUT PROCEDURE 0075-RELEASE-PAYMENTS
               GIVING PAY-SORTED-FILE.

        0075-RELEASE-PAYMENTS.
           OPEN INPUT PAYMENT-FILE.
           READ PAYMENT-FILE
              AT END SET END-OF-PAY-INPUT TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-PAY-INPUT
              IF NOT PAY-HEADER-RECORD
                 AND NOT PAY-TRAILER-RECORD
                 RELEASE PS-PAYMENT-RECORD FROM PAYMENT-RECORD
              END-IF
              READ PAYMENT-FILE
                 AT END SET END-OF-PAY-INPUT TO TRUE
              END-READ
           END-PERFORM.
           CLOSE PAYMENT-FILE.

        0100-MATCH-MERGE.
           PERFORM UNTIL END-OF-COMM AND END-OF-PAY
              EVALUATE TRUE
                 WHEN END-OF-PAY
                    PERFORM 0110-READ-COMMISSION
                 WHEN END-OF-COMM
                    ADD 1 TO WS-UNRELIEVED-COUNT
                    PERFORM 0120-READ-PAYMENT
                 WHEN WS-CM-ID < PSD-SALESPERSON-ID
                    PERFORM 0110-READ-COMMISSION
                 WHEN WS-CM-ID > PSD-SALESPERSON-ID
                    ADD 1 TO WS-UNRELIEVED-COUNT
                    PERFORM 0120-READ-PAYMENT
                 WHEN OTHER
                    PERFORM 0135-RELIEVE-IF-MATCHED
                    PERFORM 0110-READ-COMMISSION
                    PERFORM 0120-READ-PAYMENT
              END-EVALUATE
           END-PERFORM.

      *    A salesperson can have a commission record and contest
      *    award records; each is accrued as it is read and the
      *    merge works on their total, which is what payroll pays.
        0110-READ-COMMISSION.
           IF END-OF-COMM-DETAIL
              SET END-OF-COMM TO TRUE
           ELSE
              MOVE CSD-SALESPERSON-ID TO WS-CM-ID
              MOVE ZEROES TO WS-CM-AMOUNT
              PERFORM 0130-ACCRUE-COMMISSION
                 UNTIL END-OF-COMM-DETAIL
                    OR CSD-SALESPERSON-ID NOT = WS-CM-ID
           END-IF.

        0112-READ-COMM-DETAIL.
           READ COMM-SORTED-FILE
              AT END SET END-OF-COMM-DETAIL TO TRUE
           END-READ.
           IF NOT END-OF-COMM-DETAIL
              AND NOT CSD-CONTEST-AWARD
              ADD 1 TO WS-COMM-READ-COUNT
           END-IF.

        0120-READ-PAYMENT.
           READ PAY-SORTED-FILE
              AT END SET END-OF-PAY TO TRUE
           END-READ.
           IF NOT END-OF-PAY
              ADD 1 TO WS-PAY-READ-COUNT
              ADD PSD-AMOUNT-PAID TO WS-PAY-TOTAL
           END-IF.

        0130-ACCRUE-COMMISSION.
           ADD CSD-COMMISSION-AMT TO WS-CM-AMOUNT.
           ADD CSD-COMMISSION-AMT TO WS-ACCRUAL-TOTAL.
           IF CSD-CONTEST-AWARD
              ADD 1 TO WS-SPIFF-COUNT
              ADD CSD-COMMISSION-AMT TO WS-SPIFF-TOTAL
           END-IF.
           MOVE 'N' TO WS-REGION-FOUND-SW.
           MOVE CSD-SALESPERSON-ID TO MAST-SALESPERSON-ID.
           READ MASTER-FILE
              INVALID KEY
                 MOVE 'NOT ON SALESMAST' TO PRF-EXC-REASON
              NOT INVALID KEY
                 PERFORM 0132-LOOKUP-REGION
           END-READ.
           EVALUATE TRUE
              WHEN WS-REGION-FOUND AND CSD-CONTEST-AWARD
                 ADD CSD-COMMISSION-AMT
                    TO WS-RT-SPIFF-EXPENSE (WS-REGION-MATCH-SUB)
              WHEN WS-REGION-FOUND
                 ADD CSD-COMMISSION-AMT
                    TO WS-RT-EXPENSE (WS-REGION-MATCH-SUB)
              WHEN CSD-CONTEST-AWARD
                 ADD 1 TO WS-UNASSIGNED-COUNT
                 ADD CSD-COMMISSION-AMT TO WS-UNASSIGNED-SPIFF
                 PERFORM 0133-WRITE-EXCEPTION-LINE
              WHEN OTHER
                 ADD 1 TO WS-UNASSIGNED-COUNT
                 ADD CSD-COMMISSION-AMT TO WS-UNASSIGNED-AMOUNT
                 PERFORM 0133-WRITE-EXCEPTION-LINE
           END-EVALUATE.
           PERFORM 0112-READ-COMM-DETAIL.

        0132-LOOKUP-REGION.
           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB > WS-REGION-COUNT
              IF WS-RT-CODE (WS-REGION-SUB) = MAST-REGION
                 SET WS-REGION-FOUND TO TRUE
                 MOVE WS-REGION-SUB TO WS-REGION-MATCH-SUB
              END-IF
           END-PERFORM.
           IF NOT WS-REGION-FOUND
              MOVE 'UNKNOWN REGION CODE' TO PRF-EXC-REASON
           END-IF.

        0133-WRITE-EXCEPTION-LINE.
           MOVE CSD-SALESPERSON-ID TO PRF-EXC-ID.
           MOVE SPACES TO PRF-EXC-NAME.
           STRING CSD-LASTNAME DELIMITED BY '  '
                  ', '         DELIMITED BY SIZE
                  CSD-FIRSTNAME DELIMITED BY '  '
               INTO PRF-EXC-NAME
           END-STRING.
           MOVE CSD-COMMISSION-AMT TO PRF-EXC-AMOUNT.
           MOVE PROOF-EXCEPTION-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE AFTER ADVANCING 1 LINE.

        0135-RELIEVE-IF-MATCHED.
           IF WS-CM-AMOUNT = PSD-AMOUNT-PAID
              ADD 1 TO WS-RELIEF-COUNT
              ADD PSD-AMOUNT-PAID TO WS-RELIEF-TOTAL
           ELSE
              ADD 1 TO WS-UNRELIEVED-COUNT
           END-IF.

        0140-WRITE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE.
           MOVE SPACES TO GL-HEADER-RECORD.
           MOVE 'HDR' TO GLH-RECORD-TYPE.
           MOVE WS-JOURNAL-DATE TO GLH-BUSINESS-DATE.
           WRITE GL-HEADER-RECORD.
           MOVE SPACES TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ACR' TO WS-LINE-SOURCE.
           MOVE WS-EXPENSE-ACCOUNT TO WS-LINE-ACCOUNT.
           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB > WS-REGION-COUNT
              IF WS-RT-EXPENSE (WS-REGION-SUB) NOT = ZEROES
                 MOVE WS-RT-CODE (WS-REGION-SUB)
                    TO WS-LINE-COST-CENTER
                 MOVE SPACES TO WS-LINE-DESCRIPTION
                 STRING 'COMM EXPENSE '  DELIMITED BY SIZE
                        WS-RT-NAME (WS-REGION-SUB)
                                         DELIMITED BY SIZE
                     INTO WS-LINE-DESCRIPTION
                 END-STRING
                 MOVE WS-RT-EXPENSE (WS-REGION-SUB)
                    TO WS-LINE-AMOUNT
                 MOVE 'D' TO WS-LINE-SIDE
                 PERFORM 0150-WRITE-JOURNAL-LINE
              END-IF
           END-PERFORM.
           IF WS-UNASSIGNED-AMOUNT NOT = ZEROES
              MOVE WS-UNASSIGNED-CC TO WS-LINE-COST-CENTER
              MOVE 'COMM EXPENSE NO COST CENTER'
                 TO WS-LINE-DESCRIPTION
              MOVE WS-UNASSIGNED-AMOUNT TO WS-LINE-AMOUNT
              MOVE 'D' TO WS-LINE-SIDE
              PERFORM 0150-WRITE-JOURNAL-LINE
           END-IF.
           MOVE WS-SPIFF-ACCOUNT TO WS-LINE-ACCOUNT.
           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB > WS-REGION-COUNT
              IF WS-RT-SPIFF-EXPENSE (WS-REGION-SUB) NOT = ZEROES
                 MOVE WS-RT-CODE (WS-REGION-SUB)
                    TO WS-LINE-COST-CENTER
                 MOVE SPACES TO WS-LINE-DESCRIPTION
                 STRING 'SPIFF EXPENSE ' DELIMITED BY SIZE
                        WS-RT-NAME (WS-REGION-SUB)
                                         DELIMITED BY SIZE
                     INTO WS-LINE-DESCRIPTION
                 END-STRING
                 MOVE WS-RT-SPIFF-EXPENSE (WS-REGION-SUB)
                    TO WS-LINE-AMOUNT
                 MOVE 'D' TO WS-LINE-SIDE
                 PERFORM 0150-WRITE-JOURNAL-LINE
              END-IF
           END-PERFORM.
           IF WS-UNASSIGNED-SPIFF NOT = ZEROES
              MOVE WS-UNASSIGNED-CC TO WS-LINE-COST-CENTER
              MOVE 'SPIFF EXPENSE NO COST CENTER'
                 TO WS-LINE-DESCRIPTION
              MOVE WS-UNASSIGNED-SPIFF TO WS-LINE-AMOUNT
              MOVE 'D' TO WS-LINE-SIDE
              PERFORM 0150-WRITE-JOURNAL-LINE
           END-IF.
           IF WS-ACCRUAL-TOTAL NOT = ZEROES
              MOVE WS-ACCRUAL-ACCOUNT TO WS-LINE-ACCOUNT
              MOVE WS-CORPORATE-CC TO WS-LINE-COST-CENTER
              MOVE 'ACCRUED COMMISSIONS PAYABLE'
                 TO WS-LINE-DESCRIPTION
              MOVE WS-ACCRUAL-TOTAL TO WS-LINE-AMOUNT
              MOVE 'C' TO WS-LINE-SIDE
              PERFORM 0150-WRITE-JOURNAL-LINE
           END-IF.
           IF WS-RELIEF-TOTAL NOT = ZEROES
              MOVE 'REL' TO WS-LINE-SOURCE
              MOVE WS-ACCRUAL-ACCOUNT TO WS-LINE-ACCOUNT
              MOVE WS-CORPORATE-CC TO WS-LINE-COST-CENTER
              MOVE 'RELIEVE ACCRUAL - PAYROLL PAID'
                 TO WS-LINE-DESCRIPTION
              MOVE WS-RELIEF-TOTAL TO WS-LINE-AMOUNT
              MOVE 'D' TO WS-LINE-SIDE
              PERFORM 0150-WRITE-JOURNAL-LINE
              MOVE WS-CASH-ACCOUNT TO WS-LINE-ACCOUNT
              MOVE 'CASH - COMMISSIONS PAID'
                 TO WS-LINE-DESCRIPTION
              MOVE WS-RELIEF-TOTAL TO WS-LINE-AMOUNT
              MOVE 'C' TO WS-LINE-SIDE
              PERFORM 0150-WRITE-JOURNAL-LINE
           END-IF.
           MOVE SPACES TO GL-TRAILER-RECORD.
           MOVE 'TRL' TO GLT-RECORD-TYPE.
           MOVE WS-LINES-WRITTEN TO GLT-LINE-COUNT.
           MOVE WS-TOTAL-DEBITS TO GLT-DEBIT-TOTAL.
           MOVE WS-TOTAL-CREDITS TO GLT-CREDIT-TOTAL.
           WRITE GL-TRAILER-RECORD.
           CLOSE GL-JOURNAL-FILE.

      *    A negative amount (a net clawback) posts to the opposite
      *    side, so every journal line carries a positive amount.
        0150-WRITE-JOURNAL-LINE.
           IF WS-LINE-AMOUNT < ZEROES
              COMPUTE WS-LINE-AMOUNT = ZEROES - WS-LINE-AMOUNT
              IF WS-DEBIT-SIDE
                 MOVE 'C' TO WS-LINE-SIDE
              ELSE
                 MOVE 'D' TO WS-LINE-SIDE
              END-IF
           END-IF.
           ADD 1 TO WS-LINE-NUMBER.
           ADD 1 TO WS-LINES-WRITTEN.
           MOVE 'DTL' TO GLJ-RECORD-TYPE.
           MOVE WS-JOURNAL-DATE TO GLJ-JOURNAL-DATE.
           MOVE WS-LINE-NUMBER TO GLJ-LINE-NUMBER.
           MOVE WS-LINE-SOURCE TO GLJ-SOURCE.
           MOVE WS-LINE-ACCOUNT TO GLJ-ACCOUNT.
           MOVE WS-LINE-COST-CENTER TO GLJ-COST-CENTER.
           MOVE WS-LINE-DESCRIPTION TO GLJ-DESCRIPTION.
           IF WS-DEBIT-SIDE
              MOVE WS-LINE-AMOUNT TO GLJ-DEBIT-AMOUNT
              MOVE ZEROES TO GLJ-CREDIT-AMOUNT
              ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
              MOVE ZEROES TO GLJ-DEBIT-AMOUNT
              MOVE WS-LINE-AMOUNT TO GLJ-CREDIT-AMOUNT
              ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.
           WRITE GL-JOURNAL-RECORD.
           MOVE GLJ-LINE-NUMBER TO PRF-LINE-NUMBER.
           MOVE GLJ-SOURCE TO PRF-SOURCE.
           MOVE GLJ-ACCOUNT TO PRF-ACCOUNT.
           MOVE GLJ-COST-CENTER TO PRF-COST-CENTER.
           MOVE GLJ-DESCRIPTION TO PRF-DESCRIPTION.
           MOVE GLJ-DEBIT-AMOUNT TO PRF-DEBIT.
           MOVE GLJ-CREDIT-AMOUNT TO PRF-CREDIT.
           MOVE PROOF-DETAIL-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE AFTER ADVANCING 1 LINE.

        0160-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'COMMISSION DETAIL ACCRUED:' TO PRF-TOT-LABEL.
           COMPUTE PRF-TOT-COUNT = WS-COMM-READ-COUNT + WS-SPIFF-COUNT.
           MOVE WS-ACCRUAL-TOTAL TO PRF-TOT-AMOUNT.
           PERFORM 0165-WRITE-TOTAL-LINE.
           MOVE '  OF WHICH CONTEST AWARDS:' TO PRF-TOT-LABEL.
           MOVE WS-SPIFF-COUNT TO PRF-TOT-COUNT.
           MOVE WS-SPIFF-TOTAL TO PRF-TOT-AMOUNT.
           PERFORM 0165-WRITE-TOTAL-LINE.
           MOVE '  CHARGED TO UNASG COST CENTER:' TO PRF-TOT-LABEL.
           MOVE WS-UNASSIGNED-COUNT TO PRF-TOT-COUNT.
           COMPUTE PRF-TOT-AMOUNT =
              WS-UNASSIGNED-AMOUNT + WS-UNASSIGNED-SPIFF.
           PERFORM 0165-WRITE-TOTAL-LINE.
           MOVE 'PAYMENTS CONFIRMED BY PAYROLL:' TO PRF-TOT-LABEL.
           MOVE WS-PAY-READ-COUNT TO PRF-TOT-COUNT.
           MOVE WS-PAY-TOTAL TO PRF-TOT-AMOUNT.
           PERFORM 0165-WRITE-TOTAL-LINE.
           MOVE '  MATCHED - ACCRUAL RELIEVED:' TO PRF-TOT-LABEL.
           MOVE WS-RELIEF-COUNT TO PRF-TOT-COUNT.
           MOVE WS-RELIEF-TOTAL TO PRF-TOT-AMOUNT.
           PERFORM 0165-WRITE-TOTAL-LINE.
           MOVE '  UNMATCHED - LEFT FOR COMMRECON:' TO PRF-TOT-LABEL.
           MOVE WS-UNRELIEVED-COUNT TO PRF-TOT-COUNT.
           MOVE ZEROES TO PRF-TOT-AMOUNT.
           PERFORM 0165-WRITE-TOTAL-LINE.
           MOVE SPACES TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'JOURNAL LINES / TOTAL DEBITS:' TO PRF-TOT-LABEL.
           MOVE WS-LINES-WRITTEN TO PRF-TOT-COUNT.
           MOVE WS-TOTAL-DEBITS TO PRF-TOT-AMOUNT.
           PERFORM 0165-WRITE-TOTAL-LINE.
           MOVE 'JOURNAL LINES / TOTAL CREDITS:' TO PRF-TOT-LABEL.
           MOVE WS-LINES-WRITTEN TO PRF-TOT-COUNT.
           MOVE WS-TOTAL-CREDITS TO PRF-TOT-AMOUNT.
           PERFORM 0165-WRITE-TOTAL-LINE.
           COMPUTE WS-OUT-OF-BALANCE =
              WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.
           MOVE 'DEBITS LESS CREDITS:' TO PRF-TOT-LABEL.
           MOVE ZEROES TO PRF-TOT-COUNT.
           MOVE WS-OUT-OF-BALANCE TO PRF-TOT-AMOUNT.
           PERFORM 0165-WRITE-TOTAL-LINE.

        0165-WRITE-TOTAL-LINE.
           MOVE PROOF-TOTAL-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE AFTER ADVANCING 1 LINE.

        0170-WRITE-VERDICT.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
              MOVE 'IN BALANCE - RELEASE TO LEDGER'
                 TO PRF-VERDICT
           ELSE
              MOVE 'N' TO WS-BALANCED-SW
              MOVE 'OUT OF BALANCE - DO NOT POST'
                 TO PRF-VERDICT
           END-IF.
           MOVE PROOF-VERDICT-LINE TO PROOF-PRINT-LINE.
           WRITE PROOF-PRINT-LINE AFTER ADVANCING 2 LINE.

        0040-CAPTURE-START-STAMP.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           COMPUTE WS-RUN-START-STAMP =
              WS-STAMP-DATE * 1000000 + WS-STAMP-HHMMSS.

        0190-WRITE-RUN-LOG.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           COMPUTE WS-RUN-END-STAMP =
              WS-STAMP-DATE * 1000000 + WS-STAMP-HHMMSS.
           OPEN EXTEND RUN-LOG.
           MOVE 'GLJOURNAL           ' TO RL-PROGRAM-ID.
           MOVE WS-RUN-START-STAMP TO RL-START-STAMP.
           MOVE WS-RUN-END-STAMP TO RL-END-STAMP.
           MOVE WS-COMM-READ-COUNT TO RL-RECORDS-READ.
           MOVE WS-LINES-WRITTEN TO RL-RECORDS-WRITTEN.
           MOVE WS-UNASSIGNED-COUNT TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

        0200-STOP-RUN.
           CLOSE COMM-SORTED-FILE.
           CLOSE PAY-SORTED-FILE.
           CLOSE PROOF-REPORT.
           CALL "CBL_DELETE_FILE" USING WS-COMMSORT-FILENAME
              RETURNING WS-DELETE-RC.
           CALL "CBL_DELETE_FILE" USING WS-PAYSORT-FILENAME
              RETURNING WS-DELETE-RC.
           CALL "CBL_DELETE_FILE" USING WS-COMMSORTED-FILENAME
              RETURNING WS-DELETE-RC.
           CALL "CBL_DELETE_FILE" USING WS-PAYSORTED-FILENAME
              RETURNING WS-DELETE-RC.
           IF WS-JOURNAL-BALANCED
              MOVE ZEROES TO RETURN-CODE
           ELSE
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0190-WRITE-RUN-LOG.
           STOP RUN.

          END PROGRAM GLJOURNAL.
