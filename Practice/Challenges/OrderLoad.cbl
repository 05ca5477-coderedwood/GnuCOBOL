       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDERLOAD.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  This program loads the monthly sales buckets from the      *
      *   order system instead of from hand-keyed MONTHTRANS.DAT    *
      *   changes. It reads the order system's transaction-level    *
      *   extract ORDERS.DAT - one record per order with the order  *
      *   number, SALESPERSON-ID, order date, amount in whole       *
      *   dollars and an S (sale) or R (return) indicator - between *
      *   a HDR record (business date, source system) and a TRL     *
      *   record (order count, sale dollars, return dollars).       *
      *                                                             *
      *  The extract is proved against its trailer before anything  *
      *   is posted: a missing header or trailer, or an order count *
      *   or dollar total that does not agree with the trailer,     *
      *   ends the run with RETURN-CODE 8 and MONTHLYSALES.DAT is   *
      *   left untouched.                                           *
      *                                                             *
      *  Each order is then edited. An order is rejected when its   *
      *   SALESPERSON-ID is not on SALESMAST.DAT, its order number  *
      *   has already been loaded (tonight or on an earlier run -   *
      *   every order posted is kept on the indexed order history   *
      *   ORDERHIST.DAT, keyed on order number), its order date is  *
      *   not a real calendar date (such as 20250231) or not in the *
      *   business date's year, or its amount or indicator is       *
      *   invalid. Returns are netted against sales and each        *
      *   salesperson's net for the month is added to the matching  *
      *   MSR-MONTH-SALES bucket; a salesperson with no             *
      *   MONTHLYSALES record yet gets one. A bucket that returns   *
      *   would take below zero is set to zero, and one that would  *
      *   pass 999,999 is held there, with a warning on the report. *
      *   A salesperson's orders are written to ORDERHIST.DAT only  *
      *   once their bucket update has gone through (held in a      *
      *   table of up to 1,000 orders, posted early if it fills).   *
      *   A failed MONTHLYSALES.DAT update or ORDERHIST.DAT write   *
      *   ends the run with RETURN-CODE 8; orders not yet recorded  *
      *   have not been posted and load again on the rerun.         *
      *                                                             *
      *  The order load control report (ORDLOADRPT.DAT) lists every *
      *   rejected order with its reason and every bucket posted    *
      *   with its before and after amounts, then ties the orders   *
      *   and dollars counted to the trailer and shows that the     *
      *   orders posted plus the orders rejected account for every  *
      *   order on the extract. MONTHLYUPDATE is kept for manual    *
      *   corrections to the buckets only.                          *
      *                                                             *
      *  A run-control record (start/end stamps, orders read,       *
      *   orders posted, orders rejected, return code) is appended  *
      *   to RUNLOG.DAT.                                            *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ORDER-FILE ASSIGN TO "ORDERS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ORDER-STATUS.
            SELECT ORDER-SORT-FILE ASSIGN TO "ORDSORT.TMP".
            SELECT ORDER-SORTED-FILE ASSIGN TO "ORDSORTED.TMP"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT MASTER-FILE ASSIGN TO "SALESMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MAST-SALESPERSON-ID
             FILE STATUS IS WS-MASTER-STATUS.
            SELECT MONTHLY-FILE ASSIGN TO "MONTHLYSALES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MSR-SALESPERSON-ID
             FILE STATUS IS WS-MONTHLY-STATUS.
            SELECT ORDER-HISTORY-FILE ASSIGN TO "ORDERHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ORH-ORDER-NO
             FILE STATUS IS WS-ORDHIST-STATUS.
            SELECT CONTROL-REPORT ASSIGN TO "ORDLOADRPT.DAT".
            SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.
       FD ORDER-FILE.

       01 ORDER-RECORD.
            05 ORD-ORDER-NO         PIC X(10).
            05 ORD-SALESPERSON-ID   PIC X(5).
            05 ORD-ORDER-DATE       PIC X(8).
            05 ORD-AMOUNT           PIC X(8).
            05 ORD-AMOUNT-NUM REDEFINES ORD-AMOUNT
                                    PIC 9(8).
            05 ORD-INDICATOR        PIC X.
               88 ORD-SALE                 VALUE 'S'.
               88 ORD-RETURN               VALUE 'R'.

       01 ORDERFEED-HEADER.
            05 ORD-HDR-TYPE         PIC X(3).
            05 ORD-HDR-BUSINESS-DATE PIC 9(8).
            05 ORD-HDR-SOURCE-SYSTEM PIC X(10).
            05 FILLER               PIC X(13).

       01 ORDERFEED-TRAILER.
            05 ORD-TRL-TYPE         PIC X(3).
            05 ORD-TRL-ORDER-COUNT  PIC 9(7).
            05 ORD-TRL-SALE-AMOUNT  PIC 9(12).
            05 ORD-TRL-RETURN-AMOUNT PIC 9(12).

        SD ORDER-SORT-FILE.

        01  OS-ORDER-RECORD.
            05 OS-ORDER-NO          PIC X(10).
            05 OS-SALESPERSON-ID    PIC X(5).
            05 OS-ORDER-DATE        PIC X(8).
            05 OS-AMOUNT            PIC X(8).
            05 OS-INDICATOR         PIC X.

        FD ORDER-SORTED-FILE.

        01  OSD-ORDER-RECORD.
            05 OSD-ORDER-NO         PIC X(10).
            05 OSD-SALESPERSON-ID   PIC X(5).
            05 OSD-ORDER-DATE       PIC X(8).
            05 FILLER REDEFINES OSD-ORDER-DATE.
                10 OSD-ORDER-YEAR   PIC 9(4).
                10 OSD-ORDER-MONTH  PIC 9(2).
                10 OSD-ORDER-DAY    PIC 9(2).
            05 OSD-ORDER-DATE-NUM REDEFINES OSD-ORDER-DATE
                                    PIC 9(8).
            05 OSD-AMOUNT           PIC X(8).
            05 OSD-AMOUNT-NUM REDEFINES OSD-AMOUNT
                                    PIC 9(8).
            05 OSD-INDICATOR        PIC X.
               88 OSD-SALE                 VALUE 'S'.
               88 OSD-RETURN               VALUE 'R'.

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

        FD MONTHLY-FILE.

        01  MONTHLY-SALES-RECORD.
            05 MSR-SALESPERSON-ID   PIC 9(5).
            05 MSR-MONTH-SALES OCCURS 12 TIMES PIC 9(6).

        FD ORDER-HISTORY-FILE.

        01  ORDER-HISTORY-RECORD.
            05 ORH-ORDER-NO         PIC X(10).
            05 ORH-SALESPERSON-ID   PIC 9(5).
            05 ORH-ORDER-DATE       PIC 9(8).
            05 ORH-AMOUNT           PIC 9(8).
            05 ORH-INDICATOR        PIC X.
            05 ORH-LOADED-DATE      PIC 9(8).

        FD CONTROL-REPORT.

        01  CONTROL-PRINT-LINE      PIC X(132).

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
            05 WS-INPUT-EOF-SW     PIC X VALUE 'N'.
               88 END-OF-ORDER-INPUT     VALUE 'Y'.
            05 WS-ORDER-EOF-SW     PIC X VALUE 'N'.
               88 END-OF-ORDERS          VALUE 'Y'.
            05 WS-HEADER-SEEN-SW   PIC X VALUE 'N'.
               88 WS-HEADER-SEEN         VALUE 'Y'.
            05 WS-TRAILER-SEEN-SW  PIC X VALUE 'N'.
               88 WS-TRAILER-SEEN        VALUE 'Y'.
            05 WS-EXTRACT-FAILED-SW PIC X VALUE 'N'.
               88 WS-EXTRACT-FAILED      VALUE 'Y'.
            05 WS-AFTER-TRL-SW     PIC X VALUE 'N'.
               88 WS-AFTER-TRL-REPORTED  VALUE 'Y'.
            05 WS-ORDER-OK-SW      PIC X VALUE 'Y'.
               88 WS-ORDER-OK            VALUE 'Y'.
            05 WS-MONTHLY-FOUND-SW PIC X VALUE 'N'.
               88 WS-MONTHLY-FOUND       VALUE 'Y'.

        01  WS-FILE-STATUSES.
            05 WS-ORDER-STATUS     PIC XX VALUE SPACES.
            05 WS-MASTER-STATUS    PIC XX VALUE SPACES.
            05 WS-MONTHLY-STATUS   PIC XX VALUE SPACES.
            05 WS-ORDHIST-STATUS   PIC XX VALUE SPACES.

        01  WS-EXTRACT-CONTROLS.
            05 WS-HDR-BUSINESS-DATE PIC 9(8) VALUE ZEROES.
            05 FILLER REDEFINES WS-HDR-BUSINESS-DATE.
                10 WS-SALES-YEAR   PIC 9(4).
                10 FILLER          PIC 9(4).
            05 WS-HDR-SOURCE-SYSTEM PIC X(10) VALUE SPACES.
            05 WS-TRL-ORDER-COUNT  PIC 9(7) VALUE ZEROES.
            05 WS-TRL-SALE-AMOUNT  PIC 9(12) VALUE ZEROES.
            05 WS-TRL-RETURN-AMOUNT PIC 9(12) VALUE ZEROES.
            05 WS-ORDER-COUNT      PIC 9(7) VALUE ZEROES.
            05 WS-SALE-AMOUNT      PIC 9(12) VALUE ZEROES.
            05 WS-RETURN-AMOUNT    PIC 9(12) VALUE ZEROES.

        01  WS-POSTING-TOTALS.
            05 WS-POSTED-COUNT     PIC 9(7) VALUE ZEROES.
            05 WS-POSTED-SALES     PIC 9(12) VALUE ZEROES.
            05 WS-POSTED-RETURNS   PIC 9(12) VALUE ZEROES.
            05 WS-REJECT-COUNT     PIC 9(7) VALUE ZEROES.
            05 WS-REJECT-SALES     PIC 9(12) VALUE ZEROES.
            05 WS-REJECT-RETURNS   PIC 9(12) VALUE ZEROES.
            05 WS-DUPLICATE-COUNT  PIC 9(7) VALUE ZEROES.
            05 WS-UNKNOWN-ID-COUNT PIC 9(7) VALUE ZEROES.
            05 WS-INVALID-COUNT    PIC 9(7) VALUE ZEROES.
            05 WS-BUCKETS-POSTED   PIC 9(7) VALUE ZEROES.
            05 WS-BUCKET-WARNINGS  PIC 9(7) VALUE ZEROES.
            05 WS-MONTHLY-CREATED  PIC 9(7) VALUE ZEROES.

        01  WS-SALESPERSON-NET.
            05 WS-CURRENT-ID       PIC X(5) VALUE SPACES.
            05 WS-NET-ENTRY OCCURS 12 TIMES.
                10 WS-NET-AMOUNT   PIC S9(9) VALUE ZEROES.
                10 WS-NET-ORDERS   PIC 9(5) COMP VALUE ZEROES.
            05 WS-ID-POSTED-ORDERS PIC 9(5) COMP VALUE ZEROES.

        01  WS-PENDING-ORDERS.
            05 WS-PENDING-COUNT    PIC 9(5) COMP VALUE ZEROES.
            05 WS-PENDING-ENTRY OCCURS 1000 TIMES.
                10 WS-PO-ORDER-NO  PIC X(10).
                10 WS-PO-ORDER-DATE PIC 9(8).
                10 WS-PO-AMOUNT    PIC 9(8).
                10 WS-PO-INDICATOR PIC X.
        01  WS-PENDING-SUB         PIC 9(5) COMP VALUE ZEROES.

        01  WS-MONTH-SUB           PIC 9(3) COMP VALUE ZEROES.
        01  WS-NEW-AMOUNT          PIC S9(9) VALUE ZEROES.
        01  WS-BEFORE-AMOUNT       PIC 9(6) VALUE ZEROES.

        01  WS-RUNLOG-FIELDS.
            05 WS-RUN-START-STAMP  PIC 9(14) VALUE ZEROES.
            05 WS-RUN-END-STAMP    PIC 9(14) VALUE ZEROES.
            05 WS-STAMP-DATE       PIC 9(8) VALUE ZEROES.
            05 WS-STAMP-TIME       PIC 9(8) VALUE ZEROES.
            05 FILLER REDEFINES WS-STAMP-TIME.
                10 WS-STAMP-HHMMSS PIC 9(6).
                10 FILLER          PIC 9(2).
            05 WS-RUN-DATE         PIC 9(8) VALUE ZEROES.

        01  WS-CLEANUP-FILENAMES.
            05 WS-ORDSORT-FILENAME     PIC X(20)
               VALUE "ORDSORT.TMP".
            05 WS-ORDSORTED-FILENAME   PIC X(20)
               VALUE "ORDSORTED.TMP".
            05 WS-DELETE-RC            PIC 9(9) COMP-5 VALUE ZEROES.

        01  CONTROL-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(32) VALUE
               'ORDER LOAD CONTROL REPORT  RUN: '.
            05 CTL-RUN-DATE        PIC 9(8).
            05 FILLER              PIC X(87) VALUE SPACES.

        01  CONTROL-FEED-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(15) VALUE 'BUSINESS DATE: '.
            05 CTL-BUSINESS-DATE   PIC 9(8).
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 FILLER              PIC X(8)  VALUE 'SOURCE: '.
            05 CTL-SOURCE-SYSTEM   PIC X(10).
            05 FILLER              PIC X(83) VALUE SPACES.

        01  CONTROL-SECTION-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 CTL-SECTION-TEXT    PIC X(60).
            05 FILLER              PIC X(67) VALUE SPACES.

        01  REJECT-COLUMN-HEADING.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(10) VALUE 'ORDER NO'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(5)  VALUE 'ID'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(8)  VALUE 'DATE'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(10) VALUE '    AMOUNT'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(3)  VALUE 'S/R'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(30) VALUE 'REASON'.
            05 FILLER              PIC X(51) VALUE SPACES.

        01  REJECT-DETAIL-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 REJ-ORDER-NO        PIC X(10).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 REJ-SALESPERSON-ID  PIC X(5).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 REJ-ORDER-DATE      PIC X(8).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 REJ-AMOUNT          PIC X(10).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X     VALUE SPACES.
            05 REJ-INDICATOR       PIC X.
            05 FILLER              PIC X     VALUE SPACES.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 REJ-REASON          PIC X(30).
            05 FILLER              PIC X(51) VALUE SPACES.

        01  REJ-AMOUNT-EDIT        PIC ZZ,ZZZ,ZZ9.

        01  POSTING-COLUMN-HEADING.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(5)  VALUE 'ID'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(5)  VALUE 'MONTH'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(6)  VALUE 'ORDERS'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(8)  VALUE '  BEFORE'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(12) VALUE '         NET'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(8)  VALUE '   AFTER'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(30) VALUE 'NOTE'.
            05 FILLER              PIC X(41) VALUE SPACES.

        01  POSTING-DETAIL-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 PST-SALESPERSON-ID  PIC X(5).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 PST-MONTH           PIC 99.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PST-ORDERS          PIC ZZZZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PST-BEFORE-AMOUNT   PIC ZZZ,ZZ9.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 PST-NET-AMOUNT      PIC ---,---,--9.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 PST-AFTER-AMOUNT    PIC ZZZ,ZZ9.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 PST-NOTE            PIC X(30).
            05 FILLER              PIC X(41) VALUE SPACES.

        01  CONTROL-TIE-HEADING.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(32) VALUE SPACES.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(16) VALUE
               '         TRAILER'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(16) VALUE
               '         COUNTED'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(6)  VALUE 'RESULT'.
            05 FILLER              PIC X(51) VALUE SPACES.

        01  CONTROL-TIE-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 CTL-TIE-LABEL       PIC X(32).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 CTL-TIE-EXPECTED    PIC ZZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 CTL-TIE-ACTUAL      PIC ZZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 CTL-TIE-RESULT      PIC X(4).
            05 FILLER              PIC X(53) VALUE SPACES.

        01  CONTROL-TOTAL-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 CTL-TOT-LABEL       PIC X(32).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 CTL-TOT-COUNT       PIC Z,ZZZ,ZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 CTL-TOT-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(67) VALUE SPACES.

        01  CONTROL-ERROR-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(9)  VALUE 'CONTROL: '.
            05 CTL-ERROR-TEXT      PIC X(50).
            05 FILLER              PIC X(68) VALUE SPACES.

        01  CONTROL-VERDICT-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(15) VALUE 'LOAD VERDICT: '.
            05 CTL-VERDICT         PIC X(50).
            05 FILLER              PIC X(62) VALUE SPACES.

        PROCEDURE DIVISION.

        0050-MAIN.
           PERFORM 0040-CAPTURE-START-STAMP.
           MOVE WS-STAMP-DATE TO WS-RUN-DATE.
           OPEN OUTPUT CONTROL-REPORT.
           MOVE WS-RUN-DATE TO CTL-RUN-DATE.
           MOVE CONTROL-HEADING-LINE TO CONTROL-PRINT-LINE.
           WRITE CONTROL-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0060-SORT-ORDERS.
           MOVE WS-HDR-BUSINESS-DATE TO CTL-BUSINESS-DATE.
           MOVE WS-HDR-SOURCE-SYSTEM TO CTL-SOURCE-SYSTEM.
           MOVE CONTROL-FEED-LINE TO CONTROL-PRINT-LINE.
           WRITE CONTROL-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0070-CHECK-CONTROLS.
           IF WS-EXTRACT-FAILED
              MOVE 'EXTRACT FAILED ITS CONTROLS - NOTHING POSTED'
                 TO CTL-VERDICT
              PERFORM 0090-ABORT-RUN
           END-IF.
           PERFORM 0080-OPEN-UPDATE-FILES.
           PERFORM 0100-POST-ORDERS.
           PERFORM 0160-WRITE-POSTING-TOTALS.
           PERFORM 0200-STOP-RUN.

        0040-CAPTURE-START-STAMP.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           COMPUTE WS-RUN-START-STAMP =
              WS-STAMP-DATE * 1000000 + WS-STAMP-HHMMSS.

        0060-SORT-ORDERS.
           SORT ORDER-SORT-FILE
               ON ASCENDING KEY OS-SALESPERSON-ID
                                OS-ORDER-DATE
                                OS-ORDER-NO
               INPUT PROCEDURE 0065-RELEASE-ORDERS
               GIVING ORDER-SORTED-FILE.

        0065-RELEASE-ORDERS.
           OPEN INPUT ORDER-FILE.
           IF WS-ORDER-STATUS NOT = '00'
              SET WS-EXTRACT-FAILED TO TRUE
              MOVE 'ORDER EXTRACT ORDERS.DAT NOT FOUND'
                 TO CTL-ERROR-TEXT
              PERFORM 0075-WRITE-ERROR-LINE
           ELSE
              READ ORDER-FILE
                 AT END SET END-OF-ORDER-INPUT TO TRUE
              END-READ
              PERFORM UNTIL END-OF-ORDER-INPUT
                 PERFORM 0067-COUNT-ONE-RECORD
                 READ ORDER-FILE
                    AT END SET END-OF-ORDER-INPUT TO TRUE
                 END-READ
              END-PERFORM
              CLOSE ORDER-FILE
           END-IF.

        0067-COUNT-ONE-RECORD.
           EVALUATE TRUE
              WHEN ORD-HDR-TYPE = 'HDR'
                 SET WS-HEADER-SEEN TO TRUE
                 MOVE ORD-HDR-BUSINESS-DATE TO WS-HDR-BUSINESS-DATE
                 MOVE ORD-HDR-SOURCE-SYSTEM TO WS-HDR-SOURCE-SYSTEM
              WHEN ORD-TRL-TYPE = 'TRL'
                 SET WS-TRAILER-SEEN TO TRUE
                 MOVE ORD-TRL-ORDER-COUNT TO WS-TRL-ORDER-COUNT
                 MOVE ORD-TRL-SALE-AMOUNT TO WS-TRL-SALE-AMOUNT
                 MOVE ORD-TRL-RETURN-AMOUNT TO WS-TRL-RETURN-AMOUNT
              WHEN OTHER
                 IF WS-TRAILER-SEEN AND NOT WS-AFTER-TRL-REPORTED
                    SET WS-EXTRACT-FAILED TO TRUE
                    SET WS-AFTER-TRL-REPORTED TO TRUE
                    MOVE 'ORDER RECORDS FOUND AFTER THE TRAILER'
                       TO CTL-ERROR-TEXT
                    PERFORM 0075-WRITE-ERROR-LINE
                 END-IF
                 ADD 1 TO WS-ORDER-COUNT
                 IF ORD-AMOUNT NUMERIC
                    IF ORD-SALE
                       ADD ORD-AMOUNT-NUM TO WS-SALE-AMOUNT
                    END-IF
                    IF ORD-RETURN
                       ADD ORD-AMOUNT-NUM TO WS-RETURN-AMOUNT
                    END-IF
                 END-IF
                 MOVE ORDER-RECORD TO OS-ORDER-RECORD
                 RELEASE OS-ORDER-RECORD
           END-EVALUATE.

        0070-CHECK-CONTROLS.
           IF NOT WS-HEADER-SEEN
              SET WS-EXTRACT-FAILED TO TRUE
              MOVE 'HEADER RECORD MISSING' TO CTL-ERROR-TEXT
              PERFORM 0075-WRITE-ERROR-LINE
           ELSE
              IF WS-HDR-BUSINESS-DATE = ZEROES
                 SET WS-EXTRACT-FAILED TO TRUE
                 MOVE 'HEADER BUSINESS DATE MISSING' TO CTL-ERROR-TEXT
                 PERFORM 0075-WRITE-ERROR-LINE
              END-IF
           END-IF.
           IF NOT WS-TRAILER-SEEN
              SET WS-EXTRACT-FAILED TO TRUE
              MOVE 'TRAILER RECORD MISSING' TO CTL-ERROR-TEXT
              PERFORM 0075-WRITE-ERROR-LINE
           END-IF.
           MOVE SPACES TO CTL-SECTION-TEXT.
           MOVE 'EXTRACT CONTROLS' TO CTL-SECTION-TEXT.
           MOVE CONTROL-SECTION-LINE TO CONTROL-PRINT-LINE.
           WRITE CONTROL-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE CONTROL-TIE-HEADING TO CONTROL-PRINT-LINE.
           WRITE CONTROL-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ORDERS' TO CTL-TIE-LABEL.
           MOVE WS-TRL-ORDER-COUNT TO CTL-TIE-EXPECTED.
           MOVE WS-ORDER-COUNT TO CTL-TIE-ACTUAL.
           IF WS-TRL-ORDER-COUNT = WS-ORDER-COUNT
              MOVE 'OK  ' TO CTL-TIE-RESULT
           ELSE
              SET WS-EXTRACT-FAILED TO TRUE
              MOVE 'FAIL' TO CTL-TIE-RESULT
           END-IF.
           PERFORM 0077-WRITE-TIE-LINE.
           MOVE 'SALE DOLLARS' TO CTL-TIE-LABEL.
           MOVE WS-TRL-SALE-AMOUNT TO CTL-TIE-EXPECTED.
           MOVE WS-SALE-AMOUNT TO CTL-TIE-ACTUAL.
           IF WS-TRL-SALE-AMOUNT = WS-SALE-AMOUNT
              MOVE 'OK  ' TO CTL-TIE-RESULT
           ELSE
              SET WS-EXTRACT-FAILED TO TRUE
              MOVE 'FAIL' TO CTL-TIE-RESULT
           END-IF.
           PERFORM 0077-WRITE-TIE-LINE.
           MOVE 'RETURN DOLLARS' TO CTL-TIE-LABEL.
           MOVE WS-TRL-RETURN-AMOUNT TO CTL-TIE-EXPECTED.
           MOVE WS-RETURN-AMOUNT TO CTL-TIE-ACTUAL.
           IF WS-TRL-RETURN-AMOUNT = WS-RETURN-AMOUNT
              MOVE 'OK  ' TO CTL-TIE-RESULT
           ELSE
              SET WS-EXTRACT-FAILED TO TRUE
              MOVE 'FAIL' TO CTL-TIE-RESULT
           END-IF.
           PERFORM 0077-WRITE-TIE-LINE.

        0075-WRITE-ERROR-LINE.
           MOVE CONTROL-ERROR-LINE TO CONTROL-PRINT-LINE.
           WRITE CONTROL-PRINT-LINE AFTER ADVANCING 1 LINE.

        0077-WRITE-TIE-LINE.
           MOVE CONTROL-TIE-LINE TO CONTROL-PRINT-LINE.
           WRITE CONTROL-PRINT-LINE AFTER ADVANCING 1 LINE.

        0080-OPEN-UPDATE-FILES.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
              MOVE 'MASTER FILE SALESMAST.DAT MISSING - RUN ABORTED'
                 TO CTL-VERDICT
              PERFORM 0090-ABORT-RUN
           END-IF.
           OPEN I-O MONTHLY-FILE.
           IF WS-MONTHLY-STATUS = '35'
              OPEN OUTPUT MONTHLY-FILE
              CLOSE MONTHLY-FILE
              OPEN I-O MONTHLY-FILE
           END-IF.
           IF WS-MONTHLY-STATUS NOT = '00'
              CLOSE MASTER-FILE
              MOVE 'MONTHLY FILE MONTHLYSALES.DAT UNUSABLE - ABORTED'
                 TO CTL-VERDICT
              PERFORM 0090-ABORT-RUN
           END-IF.
           OPEN I-O ORDER-HISTORY-FILE.
           IF WS-ORDHIST-STATUS = '35'
              OPEN OUTPUT ORDER-HISTORY-FILE
              CLOSE ORDER-HISTORY-FILE
              OPEN I-O ORDER-HISTORY-FILE
           END-IF.
           IF WS-ORDHIST-STATUS NOT = '00'
              CLOSE MASTER-FILE
              CLOSE MONTHLY-FILE
              MOVE 'ORDER HISTORY ORDERHIST.DAT UNUSABLE - ABORTED'
                 TO CTL-VERDICT
              PERFORM 0090-ABORT-RUN
           END-IF.

        0090-ABORT-RUN.
           MOVE CONTROL-VERDICT-LINE TO CONTROL-PRINT-LINE.
           WRITE CONTROL-PRINT-LINE AFTER ADVANCING 2 LINES.
           CLOSE CONTROL-REPORT.
           CALL "CBL_DELETE_FILE" USING WS-ORDSORT-FILENAME
              RETURNING WS-DELETE-RC.
           CALL "CBL_DELETE_FILE" USING WS-ORDSORTED-FILENAME
              RETURNING WS-DELETE-RC.
           MOVE 8 TO RETURN-CODE.
           PERFORM 0190-WRITE-RUN-LOG.
           STOP RUN.

        0100-POST-ORDERS.
           MOVE SPACES TO CTL-SECTION-TEXT.
           MOVE 'REJECTED ORDERS AND BUCKETS POSTED'
              TO CTL-SECTION-TEXT.
           MOVE CONTROL-SECTION-LINE TO CONTROL-PRINT-LINE.
           WRITE CONTROL-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE REJECT-COLUMN-HEADING TO CONTROL-PRINT-LINE.
           WRITE CONTROL-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE POSTING-COLUMN-HEADING TO CONTROL-PRINT-LINE.
           WRITE CONTROL-PRINT-LINE AFTER ADVANCING 1 LINE.
           OPEN INPUT ORDER-SORTED-FILE.
           PERFORM 0110-READ-ORDER.
           IF NOT END-OF-ORDERS
              MOVE OSD-SALESPERSON-ID TO WS-CURRENT-ID
              PERFORM 0135-CLEAR-NET-TABLE
           END-IF.
           PERFORM UNTIL END-OF-ORDERS
              IF OSD-SALESPERSON-ID NOT = WS-CURRENT-ID
                 PERFORM 0140-POST-SALESPERSON
                 MOVE OSD-SALESPERSON-ID TO WS-CURRENT-ID
                 PERFORM 0135-CLEAR-NET-TABLE
              END-IF
              PERFORM 0120-EDIT-ORDER
              PERFORM 0110-READ-ORDER
           END-PERFORM.
           PERFORM 0140-POST-SALESPERSON.
           CLOSE ORDER-SORTED-FILE.

        0110-READ-ORDER.
           READ ORDER-SORTED-FILE
              AT END SET END-OF-ORDERS TO TRUE
           END-READ.

        0120-EDIT-ORDER.
           SET WS-ORDER-OK TO TRUE.
           EVALUATE TRUE
              WHEN OSD-ORDER-NO = SPACES
                 MOVE 'ORDER NUMBER MISSING' TO REJ-REASON
                 ADD 1 TO WS-INVALID-COUNT
                 MOVE 'N' TO WS-ORDER-OK-SW
              WHEN OSD-SALESPERSON-ID NOT NUMERIC
                 MOVE 'UNKNOWN SALESPERSON ID' TO REJ-REASON
                 ADD 1 TO WS-UNKNOWN-ID-COUNT
                 MOVE 'N' TO WS-ORDER-OK-SW
              WHEN OSD-ORDER-DATE NOT NUMERIC
                 MOVE 'INVALID ORDER DATE' TO REJ-REASON
                 ADD 1 TO WS-INVALID-COUNT
                 MOVE 'N' TO WS-ORDER-OK-SW
              WHEN FUNCTION TEST-DATE-YYYYMMDD (OSD-ORDER-DATE-NUM)
                      NOT = ZEROES
                 MOVE 'INVALID ORDER DATE' TO REJ-REASON
                 ADD 1 TO WS-INVALID-COUNT
                 MOVE 'N' TO WS-ORDER-OK-SW
              WHEN OSD-ORDER-YEAR NOT = WS-SALES-YEAR
                 MOVE 'ORDER DATE NOT IN SALES YEAR' TO REJ-REASON
                 ADD 1 TO WS-INVALID-COUNT
                 MOVE 'N' TO WS-ORDER-OK-SW
              WHEN OSD-AMOUNT NOT NUMERIC
                 MOVE 'AMOUNT NOT NUMERIC' TO REJ-REASON
                 ADD 1 TO WS-INVALID-COUNT
                 MOVE 'N' TO WS-ORDER-OK-SW
              WHEN NOT OSD-SALE AND NOT OSD-RETURN
                 MOVE 'INDICATOR NOT S OR R' TO REJ-REASON
                 ADD 1 TO WS-INVALID-COUNT
                 MOVE 'N' TO WS-ORDER-OK-SW
           END-EVALUATE.
           IF WS-ORDER-OK
              MOVE OSD-SALESPERSON-ID TO MAST-SALESPERSON-ID
              READ MASTER-FILE
                 INVALID KEY
                    MOVE 'UNKNOWN SALESPERSON ID' TO REJ-REASON
                    ADD 1 TO WS-UNKNOWN-ID-COUNT
                    MOVE 'N' TO WS-ORDER-OK-SW
              END-READ
           END-IF.
           IF WS-ORDER-OK
              PERFORM 0130-RECORD-ORDER
           END-IF.
           IF NOT WS-ORDER-OK
              PERFORM 0125-WRITE-REJECT-LINE
           END-IF.

        0125-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           IF OSD-AMOUNT NUMERIC
              IF OSD-SALE
                 ADD OSD-AMOUNT-NUM TO WS-REJECT-SALES
              END-IF
              IF OSD-RETURN
                 ADD OSD-AMOUNT-NUM TO WS-REJECT-RETURNS
              END-IF
              MOVE OSD-AMOUNT-NUM TO REJ-AMOUNT-EDIT
              MOVE REJ-AMOUNT-EDIT TO REJ-AMOUNT
           ELSE
              MOVE OSD-AMOUNT TO REJ-AMOUNT
           END-IF.
           MOVE OSD-ORDER-NO TO REJ-ORDER-NO.
           MOVE OSD-SALESPERSON-ID TO REJ-SALESPERSON-ID.
           MOVE OSD-ORDER-DATE TO REJ-ORDER-DATE.
           MOVE OSD-INDICATOR TO REJ-INDICATOR.
           MOVE REJECT-DETAIL-LINE TO CONTROL-PRINT-LINE.
           WRITE CONTROL-PRINT-LINE AFTER ADVANCING 1 LINE.

      *    An order already on the history, or already held for
      *    this salesperson tonight, is a duplicate. Accepted orders
      *    are held until 0140 has posted their bucket.
        0130-RECORD-ORDER.
           MOVE OSD-ORDER-NO TO ORH-ORDER-NO.
           READ ORDER-HISTORY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'N' TO WS-ORDER-OK-SW
           END-READ.
           PERFORM VARYING WS-PENDING-SUB FROM 1 BY 1
                   UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
              IF WS-PO-ORDER-NO (WS-PENDING-SUB) = OSD-ORDER-NO
                 MOVE 'N' TO WS-ORDER-OK-SW
              END-IF
           END-PERFORM.
           IF NOT WS-ORDER-OK
              MOVE 'DUPLICATE ORDER NUMBER' TO REJ-REASON
              ADD 1 TO WS-DUPLICATE-COUNT
           ELSE
              IF WS-PENDING-COUNT >= 1000
                 PERFORM 0140-POST-SALESPERSON
                 PERFORM 0135-CLEAR-NET-TABLE
              END-IF
              ADD 1 TO WS-PENDING-COUNT
              MOVE OSD-ORDER-NO TO WS-PO-ORDER-NO (WS-PENDING-COUNT)
              MOVE OSD-ORDER-DATE
                 TO WS-PO-ORDER-DATE (WS-PENDING-COUNT)
              MOVE OSD-AMOUNT-NUM TO WS-PO-AMOUNT (WS-PENDING-COUNT)
              MOVE OSD-INDICATOR
                 TO WS-PO-INDICATOR (WS-PENDING-COUNT)
              ADD 1 TO WS-POSTED-COUNT
              ADD 1 TO WS-ID-POSTED-ORDERS
              ADD 1 TO WS-NET-ORDERS (OSD-ORDER-MONTH)
              IF OSD-SALE
                 ADD OSD-AMOUNT-NUM TO WS-POSTED-SALES
                 ADD OSD-AMOUNT-NUM
                    TO WS-NET-AMOUNT (OSD-ORDER-MONTH)
              ELSE
                 ADD OSD-AMOUNT-NUM TO WS-POSTED-RETURNS
                 SUBTRACT OSD-AMOUNT-NUM
                    FROM WS-NET-AMOUNT (OSD-ORDER-MONTH)
              END-IF
           END-IF.

        0135-CLEAR-NET-TABLE.
           MOVE ZEROES TO WS-ID-POSTED-ORDERS.
           MOVE ZEROES TO WS-PENDING-COUNT.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
              MOVE ZEROES TO WS-NET-AMOUNT (WS-MONTH-SUB)
              MOVE ZEROES TO WS-NET-ORDERS (WS-MONTH-SUB)
           END-PERFORM.

        0140-POST-SALESPERSON.
           IF WS-ID-POSTED-ORDERS > ZEROES
              MOVE 'N' TO WS-MONTHLY-FOUND-SW
              MOVE WS-CURRENT-ID TO MSR-SALESPERSON-ID
              READ MONTHLY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-MONTHLY-FOUND TO TRUE
              END-READ
              IF NOT WS-MONTHLY-FOUND
                 MOVE WS-CURRENT-ID TO MSR-SALESPERSON-ID
                 PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                         UNTIL WS-MONTH-SUB > 12
                    MOVE ZEROES TO MSR-MONTH-SALES (WS-MONTH-SUB)
                 END-PERFORM
              END-IF
              PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                      UNTIL WS-MONTH-SUB > 12
                 IF WS-NET-ORDERS (WS-MONTH-SUB) > ZEROES
                    PERFORM 0145-POST-ONE-MONTH
                 END-IF
              END-PERFORM
              IF WS-MONTHLY-FOUND
                 REWRITE MONTHLY-SALES-RECORD
              ELSE
                 WRITE MONTHLY-SALES-RECORD
                 ADD 1 TO WS-MONTHLY-CREATED
              END-IF
              IF WS-MONTHLY-STATUS NOT = '00'
                 MOVE 'MONTHLYSALES.DAT UPDATE FAILED - RUN ABORTED'
                    TO CTL-VERDICT
                 PERFORM 0090-ABORT-RUN
              END-IF
              PERFORM VARYING WS-PENDING-SUB FROM 1 BY 1
                      UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
                 PERFORM 0150-WRITE-ORDER-HISTORY
              END-PERFORM
           END-IF.

        0145-POST-ONE-MONTH.
           MOVE SPACES TO PST-NOTE.
           IF NOT WS-MONTHLY-FOUND
              MOVE 'NEW MONTHLYSALES RECORD' TO PST-NOTE
           END-IF.
           MOVE MSR-MONTH-SALES (WS-MONTH-SUB) TO WS-BEFORE-AMOUNT.
           COMPUTE WS-NEW-AMOUNT =
              WS-BEFORE-AMOUNT + WS-NET-AMOUNT (WS-MONTH-SUB).
           IF WS-NEW-AMOUNT < ZEROES
              MOVE ZEROES TO WS-NEW-AMOUNT
              MOVE 'RETURNS EXCEED SALES - SET TO 0' TO PST-NOTE
              ADD 1 TO WS-BUCKET-WARNINGS
           END-IF.
           IF WS-NEW-AMOUNT > 999999
              MOVE 999999 TO WS-NEW-AMOUNT
              MOVE 'BUCKET FULL - HELD AT 999,999' TO PST-NOTE
              ADD 1 TO WS-BUCKET-WARNINGS
           END-IF.
           MOVE WS-NEW-AMOUNT TO MSR-MONTH-SALES (WS-MONTH-SUB).
           ADD 1 TO WS-BUCKETS-POSTED.
           MOVE WS-CURRENT-ID TO PST-SALESPERSON-ID.
           MOVE WS-MONTH-SUB TO PST-MONTH.
           MOVE WS-NET-ORDERS (WS-MONTH-SUB) TO PST-ORDERS.
           MOVE WS-BEFORE-AMOUNT TO PST-BEFORE-AMOUNT.
           MOVE WS-NET-AMOUNT (WS-MONTH-SUB) TO PST-NET-AMOUNT.
           MOVE WS-NEW-AMOUNT TO PST-AFTER-AMOUNT.
           MOVE POSTING-DETAIL-LINE TO CONTROL-PRINT-LINE.
           WRITE CONTROL-PRINT-LINE AFTER ADVANCING 1 LINE.

        0150-WRITE-ORDER-HISTORY.
           MOVE WS-PO-ORDER-NO (WS-PENDING-SUB) TO ORH-ORDER-NO.
           MOVE WS-CURRENT-ID TO ORH-SALESPERSON-ID.
           MOVE WS-PO-ORDER-DATE (WS-PENDING-SUB) TO ORH-ORDER-DATE.
           MOVE WS-PO-AMOUNT (WS-PENDING-SUB) TO ORH-AMOUNT.
           MOVE WS-PO-INDICATOR (WS-PENDING-SUB) TO ORH-INDICATOR.
           MOVE WS-RUN-DATE TO ORH-LOADED-DATE.
           WRITE ORDER-HISTORY-RECORD.
           IF WS-ORDHIST-STATUS NOT = '00'
              MOVE 'ORDERHIST.DAT WRITE FAILED - RUN ABORTED'
                 TO CTL-VERDICT
              PERFORM 0090-ABORT-RUN
           END-IF.

        0160-WRITE-POSTING-TOTALS.
           MOVE SPACES TO CTL-SECTION-TEXT.
           MOVE 'POSTING TOTALS' TO CTL-SECTION-TEXT.
           MOVE CONTROL-SECTION-LINE TO CONTROL-PRINT-LINE.
           WRITE CONTROL-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE 'SALES POSTED' TO CTL-TOT-LABEL.
           MOVE ZEROES TO CTL-TOT-COUNT.
           MOVE WS-POSTED-SALES TO CTL-TOT-AMOUNT.
           PERFORM 0165-WRITE-TOTAL-LINE.
           MOVE 'RETURNS POSTED' TO CTL-TOT-LABEL.
           MOVE WS-POSTED-RETURNS TO CTL-TOT-AMOUNT.
           PERFORM 0165-WRITE-TOTAL-LINE.
           MOVE 'ORDERS POSTED' TO CTL-TOT-LABEL.
           MOVE WS-POSTED-COUNT TO CTL-TOT-COUNT.
           MOVE ZEROES TO CTL-TOT-AMOUNT.
           PERFORM 0165-WRITE-TOTAL-LINE.
           MOVE 'REJECTED - DUPLICATE ORDER NO' TO CTL-TOT-LABEL.
           MOVE WS-DUPLICATE-COUNT TO CTL-TOT-COUNT.
           PERFORM 0165-WRITE-TOTAL-LINE.
           MOVE 'REJECTED - UNKNOWN SALESPERSON' TO CTL-TOT-LABEL.
           MOVE WS-UNKNOWN-ID-COUNT TO CTL-TOT-COUNT.
           PERFORM 0165-WRITE-TOTAL-LINE.
           MOVE 'REJECTED - INVALID ORDER DATA' TO CTL-TOT-LABEL.
           MOVE WS-INVALID-COUNT TO CTL-TOT-COUNT.
           PERFORM 0165-WRITE-TOTAL-LINE.
           MOVE 'MONTH BUCKETS POSTED' TO CTL-TOT-LABEL.
           MOVE WS-BUCKETS-POSTED TO CTL-TOT-COUNT.
           PERFORM 0165-WRITE-TOTAL-LINE.
           MOVE 'BUCKETS SET TO 0 OR HELD AT MAX' TO CTL-TOT-LABEL.
           MOVE WS-BUCKET-WARNINGS TO CTL-TOT-COUNT.
           PERFORM 0165-WRITE-TOTAL-LINE.
           MOVE 'MONTHLYSALES RECORDS CREATED' TO CTL-TOT-LABEL.
           MOVE WS-MONTHLY-CREATED TO CTL-TOT-COUNT.
           PERFORM 0165-WRITE-TOTAL-LINE.
           MOVE SPACES TO CTL-SECTION-TEXT.
           MOVE 'POSTED PLUS REJECTED AGAINST EXTRACT'
              TO CTL-SECTION-TEXT.
           MOVE CONTROL-SECTION-LINE TO CONTROL-PRINT-LINE.
           WRITE CONTROL-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE CONTROL-TIE-HEADING TO CONTROL-PRINT-LINE.
           WRITE CONTROL-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ORDERS POSTED + REJECTED' TO CTL-TIE-LABEL.
           MOVE WS-TRL-ORDER-COUNT TO CTL-TIE-EXPECTED.
           COMPUTE CTL-TIE-ACTUAL = WS-POSTED-COUNT + WS-REJECT-COUNT.
           IF WS-POSTED-COUNT + WS-REJECT-COUNT = WS-TRL-ORDER-COUNT
              MOVE 'OK  ' TO CTL-TIE-RESULT
           ELSE
              MOVE 'FAIL' TO CTL-TIE-RESULT
           END-IF.
           PERFORM 0077-WRITE-TIE-LINE.
           MOVE 'SALE DOLLARS POSTED + REJECTED' TO CTL-TIE-LABEL.
           MOVE WS-TRL-SALE-AMOUNT TO CTL-TIE-EXPECTED.
           COMPUTE CTL-TIE-ACTUAL = WS-POSTED-SALES + WS-REJECT-SALES.
           IF WS-POSTED-SALES + WS-REJECT-SALES = WS-TRL-SALE-AMOUNT
              MOVE 'OK  ' TO CTL-TIE-RESULT
           ELSE
              MOVE 'FAIL' TO CTL-TIE-RESULT
           END-IF.
           PERFORM 0077-WRITE-TIE-LINE.
           MOVE 'RETURN DOLLARS POSTED + REJECTED' TO CTL-TIE-LABEL.
           MOVE WS-TRL-RETURN-AMOUNT TO CTL-TIE-EXPECTED.
           COMPUTE CTL-TIE-ACTUAL =
              WS-POSTED-RETURNS + WS-REJECT-RETURNS.
           IF WS-POSTED-RETURNS + WS-REJECT-RETURNS
              = WS-TRL-RETURN-AMOUNT
              MOVE 'OK  ' TO CTL-TIE-RESULT
           ELSE
              MOVE 'FAIL' TO CTL-TIE-RESULT
           END-IF.
           PERFORM 0077-WRITE-TIE-LINE.
           IF WS-REJECT-COUNT = ZEROES
              MOVE 'EXTRACT POSTED IN FULL' TO CTL-VERDICT
           ELSE
              MOVE 'EXTRACT POSTED - SEE REJECTED ORDERS' TO CTL-VERDICT
           END-IF.
           MOVE CONTROL-VERDICT-LINE TO CONTROL-PRINT-LINE.
           WRITE CONTROL-PRINT-LINE AFTER ADVANCING 2 LINES.

        0165-WRITE-TOTAL-LINE.
           MOVE CONTROL-TOTAL-LINE TO CONTROL-PRINT-LINE.
           WRITE CONTROL-PRINT-LINE AFTER ADVANCING 1 LINE.

        0190-WRITE-RUN-LOG.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           COMPUTE WS-RUN-END-STAMP =
              WS-STAMP-DATE * 1000000 + WS-STAMP-HHMMSS.
           OPEN EXTEND RUN-LOG.
           MOVE 'ORDERLOAD           ' TO RL-PROGRAM-ID.
           MOVE WS-RUN-START-STAMP TO RL-START-STAMP.
           MOVE WS-RUN-END-STAMP TO RL-END-STAMP.
           MOVE WS-ORDER-COUNT TO RL-RECORDS-READ.
           MOVE WS-POSTED-COUNT TO RL-RECORDS-WRITTEN.
           MOVE WS-REJECT-COUNT TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

        0200-STOP-RUN.
           CLOSE MASTER-FILE.
           CLOSE MONTHLY-FILE.
           CLOSE ORDER-HISTORY-FILE.
           CLOSE CONTROL-REPORT.
           CALL "CBL_DELETE_FILE" USING WS-ORDSORT-FILENAME
              RETURNING WS-DELETE-RC.
           CALL "CBL_DELETE_FILE" USING WS-ORDSORTED-FILENAME
              RETURNING WS-DELETE-RC.
           MOVE ZEROES TO RETURN-CODE.
           PERFORM 0190-WRITE-RUN-LOG.
           STOP RUN.

          END PROGRAM ORDERLOAD.
