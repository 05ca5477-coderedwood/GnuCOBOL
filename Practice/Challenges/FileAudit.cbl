       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEAUDIT.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  This program is the cross-file integrity audit. Each       *
      *   program checks the records it reads, but nothing checks   *
      *   that the files still agree with one another; this run     *
      *   does. It runs as a NIGHTCHAIN step after the master and   *
      *   the monthly buckets have been loaded (SALESLOAD, and      *
      *   ORDERLOAD where used) and ahead of SALESWITHCOMMISSION,   *
      *   so bad cross-file data stops the night before any         *
      *   commission is paid on it. It can also be run weekly on    *
      *   its own, outside the chain.                               *
      *                                                             *
      *  The master SALESMAST.DAT and MONTHLYSALES.DAT are both     *
      *   keyed on the salesperson ID, so they are read in key      *
      *   order and match-merged. The rules checked are:            *
      *                                                             *
      *   1 a master ID with no MONTHLYSALES.DAT record;            *
      *   2 a MONTHLYSALES.DAT record with no master ID;            *
      *   3 twelve monthly buckets that do not add up to the        *
      *     master's YEARLYSALES;                                   *
      *   4 a REGIONS.DAT region nobody on the master is assigned   *
      *     to;                                                     *
      *   5 an OPENITEMS.DAT reconciliation item for an ID no       *
      *     longer on the master;                                   *
      *   6 a FEEDRECYCLE.DAT record waiting on correction for an   *
      *     ID no longer on the master (a record whose ID is not    *
      *     numeric is left to RECYCLEFEED and FEEDGUARD);          *
      *   7 a termination date earlier than the hire date.          *
      *                                                             *
      *  The exception report FILEAUDIT.DAT lists the exceptions    *
      *   grouped by rule, each group headed with its count, and    *
      *   ends with a summary of every rule's count (zero counts    *
      *   included, so the report shows each rule was run). The     *
      *   first 1000 exceptions are listed; any beyond that are     *
      *   counted only.                                             *
      *                                                             *
      *  A clean audit ends with RETURN-CODE 0 and one with         *
      *   exceptions with RETURN-CODE 4, which stops NIGHTCHAIN     *
      *   ahead of the commission run until the data is corrected.  *
      *   A FILEAUDITPARM.DAT record (return code for exceptions,   *
      *   4 digits) can set that code to zero; it is meant only for *
      *   the weekly run outside the chain, where the report is     *
      *   all that is wanted, and must not be present when the      *
      *   chain runs. A missing master, monthly or region file, or  *
      *   a master too large for the ID table, aborts the run with  *
      *   RETURN-CODE 8. OPENITEMS.DAT and FEEDRECYCLE.DAT are      *
      *   optional; when absent there is nothing to check. A        *
      *   run-control record (master records read, exceptions       *
      *   listed, exceptions found, return code) is appended to     *
      *   RUNLOG.DAT.                                               *
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
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS MSR-SALESPERSON-ID
             FILE STATUS IS WS-MONTHLY-STATUS.
            SELECT REGION-FILE ASSIGN TO "REGIONS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGION-STATUS.
            SELECT OPTIONAL OPEN-ITEMS-FILE ASSIGN TO "OPENITEMS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OPEN-ITEMS-STATUS.
            SELECT OPTIONAL RECYCLE-FILE ASSIGN TO "FEEDRECYCLE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECYCLE-STATUS.
            SELECT PARM-FILE ASSIGN TO "FILEAUDITPARM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.
            SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT AUDIT-REPORT ASSIGN TO "FILEAUDIT.DAT".


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

        FD REGION-FILE.

        01  REGION-RECORD.
            05 RF-REGION-CODE       PIC X(5).
            05 RF-REGION-NAME       PIC X(20).
            05 RF-REGION-MANAGER    PIC X(30).
            05 RF-ANNUAL-QUOTA      PIC 9(10).

        FD OPEN-ITEMS-FILE.

        01  OPEN-ITEM-RECORD.
            05 OI-TYPE              PIC X.
            05 OI-SALESPERSON-ID    PIC 9(5).
            05 OI-AMOUNT            PIC S9(12)
               SIGN IS LEADING SEPARATE.
            05 OI-FIRST-SEEN        PIC 9(8).

        FD RECYCLE-FILE.

        01  RECYCLE-RECORD.
            05 RCY-SALESDETAILS.
                10 RCY-SALESPERSON-ID PIC X(5).
                10 RCY-LASTNAME     PIC X(20).
                10 RCY-FIRSTNAME    PIC X(20).
                10 FILLER           PIC X(28).
            05 RCY-REJECT-REASON    PIC X(40).
            05 RCY-REJECT-DATE      PIC 9(8).

        FD PARM-FILE.

        01  AUDIT-PARM-RECORD.
            05 PARM-EXCEPTION-RC    PIC 9(4).

        FD RUN-LOG.

        01  RUN-LOG-RECORD.
            05 RL-PROGRAM-ID        PIC X(20).
            05 RL-START-STAMP       PIC 9(14).
            05 RL-END-STAMP         PIC 9(14).
            05 RL-RECORDS-READ      PIC 9(8).
            05 RL-RECORDS-WRITTEN   PIC 9(8).
            05 RL-RECORDS-REJECTED  PIC 9(8).
            05 RL-RETURN-CODE       PIC 9(4).

        FD AUDIT-REPORT.

        01  AUDIT-PRINT-LINE        PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-SWITCHES.
            05 WS-MASTER-EOF-SW    PIC X VALUE 'N'.
               88 END-OF-MASTER          VALUE 'Y'.
            05 WS-MONTHLY-EOF-SW   PIC X VALUE 'N'.
               88 END-OF-MONTHLY         VALUE 'Y'.
            05 WS-REGION-EOF-SW    PIC X VALUE 'N'.
               88 END-OF-REGIONS         VALUE 'Y'.
            05 WS-OPEN-ITEMS-EOF-SW PIC X VALUE 'N'.
               88 END-OF-OPEN-ITEMS      VALUE 'Y'.
            05 WS-RECYCLE-EOF-SW   PIC X VALUE 'N'.
               88 END-OF-RECYCLE         VALUE 'Y'.
            05 WS-ON-MASTER-SW     PIC X VALUE 'N'.
               88 WS-ID-ON-MASTER        VALUE 'Y'.
            05 WS-ASSIGNED-SW      PIC X VALUE 'N'.
               88 WS-REGION-ASSIGNED     VALUE 'Y'.

        01  WS-FILE-STATUSES.
            05 WS-MASTER-STATUS    PIC XX VALUE SPACES.
            05 WS-MONTHLY-STATUS   PIC XX VALUE SPACES.
            05 WS-REGION-STATUS    PIC XX VALUE SPACES.
            05 WS-OPEN-ITEMS-STATUS PIC XX VALUE SPACES.
            05 WS-RECYCLE-STATUS   PIC XX VALUE SPACES.
            05 WS-PARM-STATUS      PIC XX VALUE SPACES.

        01  WS-RUN-CONTROL.
            05 WS-RUN-START-STAMP  PIC 9(14) VALUE ZEROES.
            05 WS-RUN-END-STAMP    PIC 9(14) VALUE ZEROES.
            05 WS-STAMP-DATE       PIC 9(8) VALUE ZEROES.
            05 WS-STAMP-TIME       PIC 9(8) VALUE ZEROES.
            05 FILLER REDEFINES WS-STAMP-TIME.
                10 WS-STAMP-HHMMSS PIC 9(6).
                10 FILLER          PIC 9(2).
            05 WS-EXCEPTION-RC     PIC 9(4) VALUE 4.

        01  WS-MASTER-TABLE.
            05 WS-MASTER-COUNT     PIC 9(3) COMP VALUE ZEROES.
            05 WS-MASTER-ENTRY OCCURS 500 TIMES.
                10 WS-MT-ID        PIC 9(5).
                10 WS-MT-REGION    PIC X(5).
        01  WS-MASTER-SUB          PIC 9(3) COMP VALUE ZEROES.
        01  WS-LOOKUP-ID           PIC 9(5) VALUE ZEROES.

        01  WS-RULE-DESCRIPTIONS.
            05 FILLER              PIC X(50) VALUE
               'MASTER ID WITH NO MONTHLYSALES RECORD'.
            05 FILLER              PIC X(50) VALUE
               'MONTHLYSALES RECORD WITH NO MASTER ID'.
            05 FILLER              PIC X(50) VALUE
               'MONTHLY BUCKETS NOT EQUAL TO YEARLY SALES'.
            05 FILLER              PIC X(50) VALUE
               'REGION WITH NOBODY ASSIGNED'.
            05 FILLER              PIC X(50) VALUE
               'OPEN RECONCILIATION ITEM - ID NOT ON MASTER'.
            05 FILLER              PIC X(50) VALUE
               'RECYCLED FEED RECORD - ID NOT ON MASTER'.
            05 FILLER              PIC X(50) VALUE
               'TERMINATION DATE BEFORE HIRE DATE'.
        01  FILLER REDEFINES WS-RULE-DESCRIPTIONS.
            05 WS-RULE-TEXT OCCURS 7 TIMES PIC X(50).

        01  WS-RULE-COUNTS.
            05 WS-RULE-COUNT OCCURS 7 TIMES PIC 9(5).
        01  WS-RULE-SUB            PIC 9(3) COMP VALUE ZEROES.

        01  WS-EXCEPTION-TABLE.
            05 WS-EXC-COUNT        PIC 9(5) COMP VALUE ZEROES.
            05 WS-EXC-ENTRY OCCURS 1000 TIMES.
                10 WS-EX-RULE      PIC 9.
                10 WS-EX-KEY       PIC X(5).
                10 WS-EX-NAME      PIC X(25).
                10 WS-EX-DETAIL    PIC X(70).
        01  WS-EXC-SUB             PIC 9(5) COMP VALUE ZEROES.

        01  WS-NEW-EXCEPTION.
            05 WS-NX-RULE          PIC 9 VALUE ZEROES.
            05 WS-NX-KEY           PIC X(5) VALUE SPACES.
            05 WS-NX-NAME          PIC X(25) VALUE SPACES.
            05 WS-NX-DETAIL        PIC X(70) VALUE SPACES.

        01  WS-AUDIT-FIELDS.
            05 WS-MONTH-SUB        PIC 9(3) COMP VALUE ZEROES.
            05 WS-BUCKET-TOTAL     PIC 9(8) VALUE ZEROES.
            05 WS-BUCKET-DIFF      PIC S9(8) VALUE ZEROES.
            05 WS-EDIT-BUCKETS     PIC ZZ,ZZZ,ZZ9.
            05 WS-EDIT-YEARLY      PIC ZZ,ZZZ,ZZ9.
            05 WS-EDIT-DIFF        PIC -ZZ,ZZZ,ZZ9.
            05 WS-EDIT-AMOUNT      PIC -ZZZ,ZZZ,ZZZ,ZZ9.
            05 WS-EDIT-QUOTA       PIC ZZZ,ZZZ,ZZZ,ZZ9.
            05 WS-EDIT-ID          PIC 9(5).

        01  WS-COUNTS.
            05 WS-MASTER-READ      PIC 9(8) VALUE ZEROES.
            05 WS-MONTHLY-READ     PIC 9(8) VALUE ZEROES.
            05 WS-REGIONS-READ     PIC 9(8) VALUE ZEROES.
            05 WS-OPEN-ITEMS-READ  PIC 9(8) VALUE ZEROES.
            05 WS-RECYCLE-READ     PIC 9(8) VALUE ZEROES.
            05 WS-TOTAL-EXCEPTIONS PIC 9(8) VALUE ZEROES.
            05 WS-NOT-LISTED       PIC 9(8) VALUE ZEROES.

        01  AUDIT-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(36) VALUE
               'CROSS-FILE INTEGRITY AUDIT     RUN: '.
            05 AH-RUN-DATE         PIC 9(8).
            05 FILLER              PIC X(83) VALUE SPACES.

        01  AUDIT-READ-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 AR-LABEL            PIC X(30).
            05 AR-COUNT            PIC ZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(87) VALUE SPACES.

        01  AUDIT-RULE-HEADING.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(5)  VALUE 'RULE '.
            05 ARH-RULE-NO         PIC 9.
            05 FILLER              PIC X(3)  VALUE ' - '.
            05 ARH-RULE-TEXT       PIC X(50).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(12) VALUE 'EXCEPTIONS: '.
            05 ARH-RULE-COUNT      PIC ZZ,ZZ9.
            05 FILLER              PIC X(48) VALUE SPACES.

        01  AUDIT-DETAIL-LINE.
            05 FILLER              PIC X(9)  VALUE SPACES.
            05 AD-KEY              PIC X(5).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 AD-NAME             PIC X(25).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 AD-DETAIL           PIC X(70).
            05 FILLER              PIC X(19) VALUE SPACES.

        01  AUDIT-NONE-LINE.
            05 FILLER              PIC X(9)  VALUE SPACES.
            05 FILLER              PIC X(13) VALUE 'NO EXCEPTIONS'.
            05 FILLER              PIC X(110) VALUE SPACES.

        01  AUDIT-SUMMARY-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(5)  VALUE 'RULE '.
            05 AS-RULE-NO          PIC 9.
            05 FILLER              PIC X(3)  VALUE ' - '.
            05 AS-RULE-TEXT        PIC X(50).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 AS-RULE-COUNT       PIC ZZ,ZZ9.
            05 FILLER              PIC X(60) VALUE SPACES.

        01  AUDIT-TOTAL-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 AT-LABEL            PIC X(59).
            05 AT-COUNT            PIC ZZZ,ZZ9.
            05 FILLER              PIC X(61) VALUE SPACES.

        01  AUDIT-ABORT-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 AA-ABORT-TEXT       PIC X(60).
            05 FILLER              PIC X(67) VALUE SPACES.

        PROCEDURE DIVISION.

        0050-MAIN.
           PERFORM 0040-CAPTURE-START-STAMP.
           PERFORM 0052-READ-AUDIT-PARM.
           OPEN OUTPUT AUDIT-REPORT.
           MOVE WS-STAMP-DATE TO AH-RUN-DATE.
           MOVE AUDIT-HEADING-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO WS-RULE-COUNTS.
           PERFORM 0054-OPEN-INPUT-FILES.
           PERFORM 0100-MATCH-MASTER-MONTHLY.
           PERFORM 0130-CHECK-REGIONS.
           PERFORM 0140-CHECK-OPEN-ITEMS.
           PERFORM 0150-CHECK-RECYCLE.
           PERFORM 0160-WRITE-EXCEPTIONS.
           PERFORM 0170-WRITE-SUMMARY.
           IF WS-TOTAL-EXCEPTIONS > ZEROES
              MOVE WS-EXCEPTION-RC TO RETURN-CODE
           ELSE
              MOVE ZEROES TO RETURN-CODE
           END-IF.
           PERFORM 0190-WRITE-RUN-LOG.
           PERFORM 0200-STOP-RUN.

        0040-CAPTURE-START-STAMP.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           COMPUTE WS-RUN-START-STAMP =
              WS-STAMP-DATE * 1000000 + WS-STAMP-HHMMSS.

        0052-READ-AUDIT-PARM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ PARM-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-PARM-STATUS = '00'
                 AND PARM-EXCEPTION-RC NUMERIC
                 MOVE PARM-EXCEPTION-RC TO WS-EXCEPTION-RC
              END-IF
              CLOSE PARM-FILE
           END-IF.

        0054-OPEN-INPUT-FILES.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
              MOVE 'MASTER FILE SALESMAST.DAT MISSING - RUN ABORTED'
                 TO AA-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.
           OPEN INPUT MONTHLY-FILE.
           IF WS-MONTHLY-STATUS NOT = '00'
              MOVE 'MONTHLY FILE MONTHLYSALES.DAT MISSING - RUN ABORTED'
                 TO AA-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.
           OPEN INPUT REGION-FILE.
           IF WS-REGION-STATUS NOT = '00'
              MOVE 'REGION FILE REGIONS.DAT MISSING - RUN ABORTED'
                 TO AA-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.

        0090-ABORT-RUN.
           MOVE AUDIT-ABORT-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 2 LINE.
           CLOSE AUDIT-REPORT.
           MOVE 8 TO RETURN-CODE.
           PERFORM 0190-WRITE-RUN-LOG.
           STOP RUN.

      *    Both files are keyed on the salesperson ID, so reading each
      *    in key order lets one pass find the orphans on either side.
        0100-MATCH-MASTER-MONTHLY.
           PERFORM 0110-READ-MASTER.
           PERFORM 0115-READ-MONTHLY.
           PERFORM UNTIL END-OF-MASTER AND END-OF-MONTHLY
              EVALUATE TRUE
                 WHEN END-OF-MONTHLY
                    PERFORM 0120-MASTER-ONLY
                    PERFORM 0110-READ-MASTER
                 WHEN END-OF-MASTER
                    PERFORM 0122-MONTHLY-ONLY
                    PERFORM 0115-READ-MONTHLY
                 WHEN MAST-SALESPERSON-ID < MSR-SALESPERSON-ID
                    PERFORM 0120-MASTER-ONLY
                    PERFORM 0110-READ-MASTER
                 WHEN MAST-SALESPERSON-ID > MSR-SALESPERSON-ID
                    PERFORM 0122-MONTHLY-ONLY
                    PERFORM 0115-READ-MONTHLY
                 WHEN OTHER
                    PERFORM 0124-COMPARE-BUCKETS
                    PERFORM 0110-READ-MASTER
                    PERFORM 0115-READ-MONTHLY
              END-EVALUATE
           END-PERFORM.

        0110-READ-MASTER.
           READ MASTER-FILE
              AT END SET END-OF-MASTER TO TRUE
           END-READ.
           IF NOT END-OF-MASTER
              ADD 1 TO WS-MASTER-READ
              IF WS-MASTER-COUNT NOT < 500
                 MOVE 'MASTER EXCEEDS 500 IDS - RUN ABORTED'
                    TO AA-ABORT-TEXT
                 PERFORM 0090-ABORT-RUN
              END-IF
              ADD 1 TO WS-MASTER-COUNT
              MOVE MAST-SALESPERSON-ID TO WS-MT-ID (WS-MASTER-COUNT)
              MOVE MAST-REGION TO WS-MT-REGION (WS-MASTER-COUNT)
              PERFORM 0112-CHECK-DATES
           END-IF.

        0112-CHECK-DATES.
           IF MAST-HIREDATE NUMERIC AND MAST-HIREDATE > ZEROES
              AND MAST-TERMDATE NUMERIC AND MAST-TERMDATE > ZEROES
              AND MAST-TERMDATE < MAST-HIREDATE
              MOVE 7 TO WS-NX-RULE
              PERFORM 0126-MASTER-KEY-AND-NAME
              MOVE SPACES TO WS-NX-DETAIL
              STRING 'HIRED '      DELIMITED BY SIZE
                     MAST-HIREDATE DELIMITED BY SIZE
                     '  TERMINATED ' DELIMITED BY SIZE
                     MAST-TERMDATE DELIMITED BY SIZE
                  INTO WS-NX-DETAIL
              END-STRING
              PERFORM 0180-ADD-EXCEPTION
           END-IF.

        0115-READ-MONTHLY.
           READ MONTHLY-FILE
              AT END SET END-OF-MONTHLY TO TRUE
           END-READ.
           IF NOT END-OF-MONTHLY
              ADD 1 TO WS-MONTHLY-READ
           END-IF.

        0120-MASTER-ONLY.
           MOVE 1 TO WS-NX-RULE.
           PERFORM 0126-MASTER-KEY-AND-NAME.
           MOVE SPACES TO WS-NX-DETAIL.
           STRING 'REGION '      DELIMITED BY SIZE
                  MAST-REGION    DELIMITED BY SIZE
                  '  HIRED '     DELIMITED BY SIZE
                  MAST-HIREDATE  DELIMITED BY SIZE
               INTO WS-NX-DETAIL
           END-STRING.
           PERFORM 0180-ADD-EXCEPTION.

        0122-MONTHLY-ONLY.
           MOVE 2 TO WS-NX-RULE.
           MOVE MSR-SALESPERSON-ID TO WS-NX-KEY.
           MOVE SPACES TO WS-NX-NAME.
           PERFORM 0128-TOTAL-BUCKETS.
           MOVE WS-BUCKET-TOTAL TO WS-EDIT-BUCKETS.
           MOVE SPACES TO WS-NX-DETAIL.
           STRING 'BUCKET TOTAL '  DELIMITED BY SIZE
                  WS-EDIT-BUCKETS  DELIMITED BY SIZE
               INTO WS-NX-DETAIL
           END-STRING.
           PERFORM 0180-ADD-EXCEPTION.

        0124-COMPARE-BUCKETS.
           PERFORM 0128-TOTAL-BUCKETS.
           IF MAST-YEARLYSALES NOT NUMERIC
              OR WS-BUCKET-TOTAL NOT = MAST-YEARLYSALES
              MOVE 3 TO WS-NX-RULE
              PERFORM 0126-MASTER-KEY-AND-NAME
              MOVE WS-BUCKET-TOTAL TO WS-EDIT-BUCKETS
              IF MAST-YEARLYSALES NUMERIC
                 MOVE MAST-YEARLYSALES TO WS-EDIT-YEARLY
                 COMPUTE WS-BUCKET-DIFF =
                    WS-BUCKET-TOTAL - MAST-YEARLYSALES
              ELSE
                 MOVE ZEROES TO WS-EDIT-YEARLY
                 MOVE WS-BUCKET-TOTAL TO WS-BUCKET-DIFF
              END-IF
              MOVE WS-BUCKET-DIFF TO WS-EDIT-DIFF
              MOVE SPACES TO WS-NX-DETAIL
              STRING 'BUCKETS '      DELIMITED BY SIZE
                     WS-EDIT-BUCKETS DELIMITED BY SIZE
                     '  YEARLY '     DELIMITED BY SIZE
                     WS-EDIT-YEARLY  DELIMITED BY SIZE
                     '  DIFFERENCE ' DELIMITED BY SIZE
                     WS-EDIT-DIFF    DELIMITED BY SIZE
                  INTO WS-NX-DETAIL
              END-STRING
              PERFORM 0180-ADD-EXCEPTION
           END-IF.

        0126-MASTER-KEY-AND-NAME.
           MOVE MAST-SALESPERSON-ID TO WS-NX-KEY.
           MOVE SPACES TO WS-NX-NAME.
           STRING MAST-LASTNAME DELIMITED BY '  '
                  ', '          DELIMITED BY SIZE
                  MAST-FIRSTNAME DELIMITED BY '  '
               INTO WS-NX-NAME
           END-STRING.

        0128-TOTAL-BUCKETS.
           MOVE ZEROES TO WS-BUCKET-TOTAL.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
              IF MSR-MONTH-SALES (WS-MONTH-SUB) NUMERIC
                 ADD MSR-MONTH-SALES (WS-MONTH-SUB) TO WS-BUCKET-TOTAL
              END-IF
           END-PERFORM.

        0130-CHECK-REGIONS.
           READ REGION-FILE
              AT END SET END-OF-REGIONS TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-REGIONS
              ADD 1 TO WS-REGIONS-READ
              MOVE 'N' TO WS-ASSIGNED-SW
              PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
                      UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
                         OR WS-REGION-ASSIGNED
                 IF WS-MT-REGION (WS-MASTER-SUB) = RF-REGION-CODE
                    SET WS-REGION-ASSIGNED TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-REGION-ASSIGNED
                 MOVE 4 TO WS-NX-RULE
                 MOVE RF-REGION-CODE TO WS-NX-KEY
                 MOVE RF-REGION-NAME TO WS-NX-NAME
                 MOVE ZEROES TO WS-EDIT-QUOTA
                 IF RF-ANNUAL-QUOTA NUMERIC
                    MOVE RF-ANNUAL-QUOTA TO WS-EDIT-QUOTA
                 END-IF
                 MOVE SPACES TO WS-NX-DETAIL
                 STRING 'MANAGER '        DELIMITED BY SIZE
                        RF-REGION-MANAGER DELIMITED BY '  '
                        '  QUOTA '        DELIMITED BY SIZE
                        WS-EDIT-QUOTA     DELIMITED BY SIZE
                     INTO WS-NX-DETAIL
                 END-STRING
                 PERFORM 0180-ADD-EXCEPTION
              END-IF
              READ REGION-FILE
                 AT END SET END-OF-REGIONS TO TRUE
              END-READ
           END-PERFORM.

        0140-CHECK-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEMS-FILE.
           IF WS-OPEN-ITEMS-STATUS = '00'
              READ OPEN-ITEMS-FILE
                 AT END SET END-OF-OPEN-ITEMS TO TRUE
              END-READ
              PERFORM UNTIL END-OF-OPEN-ITEMS
                 ADD 1 TO WS-OPEN-ITEMS-READ
                 MOVE OI-SALESPERSON-ID TO WS-LOOKUP-ID
                 PERFORM 0185-FIND-ON-MASTER
                 IF NOT WS-ID-ON-MASTER
                    MOVE 5 TO WS-NX-RULE
                    MOVE OI-SALESPERSON-ID TO WS-NX-KEY
                    MOVE SPACES TO WS-NX-NAME
                    MOVE OI-AMOUNT TO WS-EDIT-AMOUNT
                    MOVE SPACES TO WS-NX-DETAIL
                    STRING 'TYPE '        DELIMITED BY SIZE
                           OI-TYPE        DELIMITED BY SIZE
                           '  AMOUNT '    DELIMITED BY SIZE
                           WS-EDIT-AMOUNT DELIMITED BY SIZE
                           '  FIRST SEEN ' DELIMITED BY SIZE
                           OI-FIRST-SEEN  DELIMITED BY SIZE
                        INTO WS-NX-DETAIL
                    END-STRING
                    PERFORM 0180-ADD-EXCEPTION
                 END-IF
                 READ OPEN-ITEMS-FILE
                    AT END SET END-OF-OPEN-ITEMS TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE OPEN-ITEMS-FILE.

        0150-CHECK-RECYCLE.
           OPEN INPUT RECYCLE-FILE.
           IF WS-RECYCLE-STATUS = '00'
              READ RECYCLE-FILE
                 AT END SET END-OF-RECYCLE TO TRUE
              END-READ
              PERFORM UNTIL END-OF-RECYCLE
                 ADD 1 TO WS-RECYCLE-READ
                 IF RCY-SALESPERSON-ID NUMERIC
                    MOVE RCY-SALESPERSON-ID TO WS-LOOKUP-ID
                    PERFORM 0185-FIND-ON-MASTER
                    IF NOT WS-ID-ON-MASTER
                       MOVE 6 TO WS-NX-RULE
                       MOVE RCY-SALESPERSON-ID TO WS-NX-KEY
                       MOVE SPACES TO WS-NX-NAME
                       STRING RCY-LASTNAME  DELIMITED BY '  '
                              ', '          DELIMITED BY SIZE
                              RCY-FIRSTNAME DELIMITED BY '  '
                           INTO WS-NX-NAME
                       END-STRING
                       MOVE SPACES TO WS-NX-DETAIL
                       STRING 'REJECTED '       DELIMITED BY SIZE
                              RCY-REJECT-DATE   DELIMITED BY SIZE
                              '  '              DELIMITED BY SIZE
                              RCY-REJECT-REASON DELIMITED BY SIZE
                           INTO WS-NX-DETAIL
                       END-STRING
                       PERFORM 0180-ADD-EXCEPTION
                    END-IF
                 END-IF
                 READ RECYCLE-FILE
                    AT END SET END-OF-RECYCLE TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE RECYCLE-FILE.

        0160-WRITE-EXCEPTIONS.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 7
              MOVE WS-RULE-SUB TO ARH-RULE-NO
              MOVE WS-RULE-TEXT (WS-RULE-SUB) TO ARH-RULE-TEXT
              MOVE WS-RULE-COUNT (WS-RULE-SUB) TO ARH-RULE-COUNT
              MOVE AUDIT-RULE-HEADING TO AUDIT-PRINT-LINE
              WRITE AUDIT-PRINT-LINE AFTER ADVANCING 2 LINES
              IF WS-RULE-COUNT (WS-RULE-SUB) = ZEROES
                 MOVE AUDIT-NONE-LINE TO AUDIT-PRINT-LINE
                 WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE
              END-IF
              PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                      UNTIL WS-EXC-SUB > WS-EXC-COUNT
                 IF WS-EX-RULE (WS-EXC-SUB) = WS-RULE-SUB
                    MOVE WS-EX-KEY (WS-EXC-SUB) TO AD-KEY
                    MOVE WS-EX-NAME (WS-EXC-SUB) TO AD-NAME
                    MOVE WS-EX-DETAIL (WS-EXC-SUB) TO AD-DETAIL
                    MOVE AUDIT-DETAIL-LINE TO AUDIT-PRINT-LINE
                    WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE
                 END-IF
              END-PERFORM
           END-PERFORM.

        0170-WRITE-SUMMARY.
           MOVE SPACES TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'MASTER RECORDS READ:' TO AR-LABEL.
           MOVE WS-MASTER-READ TO AR-COUNT.
           PERFORM 0175-WRITE-READ-LINE.
           MOVE 'MONTHLYSALES RECORDS READ:' TO AR-LABEL.
           MOVE WS-MONTHLY-READ TO AR-COUNT.
           PERFORM 0175-WRITE-READ-LINE.
           MOVE 'REGIONS READ:' TO AR-LABEL.
           MOVE WS-REGIONS-READ TO AR-COUNT.
           PERFORM 0175-WRITE-READ-LINE.
           MOVE 'OPEN ITEMS READ:' TO AR-LABEL.
           MOVE WS-OPEN-ITEMS-READ TO AR-COUNT.
           PERFORM 0175-WRITE-READ-LINE.
           MOVE 'RECYCLED FEED RECORDS READ:' TO AR-LABEL.
           MOVE WS-RECYCLE-READ TO AR-COUNT.
           PERFORM 0175-WRITE-READ-LINE.
           MOVE SPACES TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 7
              MOVE WS-RULE-SUB TO AS-RULE-NO
              MOVE WS-RULE-TEXT (WS-RULE-SUB) TO AS-RULE-TEXT
              MOVE WS-RULE-COUNT (WS-RULE-SUB) TO AS-RULE-COUNT
              MOVE AUDIT-SUMMARY-LINE TO AUDIT-PRINT-LINE
              WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE 'TOTAL EXCEPTIONS:' TO AT-LABEL.
           MOVE WS-TOTAL-EXCEPTIONS TO AT-COUNT.
           MOVE AUDIT-TOTAL-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 2 LINES.
           IF WS-NOT-LISTED > ZEROES
              MOVE 'EXCEPTIONS COUNTED BUT NOT LISTED (OVER 1000):'
                 TO AT-LABEL
              MOVE WS-NOT-LISTED TO AT-COUNT
              MOVE AUDIT-TOTAL-LINE TO AUDIT-PRINT-LINE
              WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

        0175-WRITE-READ-LINE.
           MOVE AUDIT-READ-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE.

        0180-ADD-EXCEPTION.
           ADD 1 TO WS-TOTAL-EXCEPTIONS.
           ADD 1 TO WS-RULE-COUNT (WS-NX-RULE).
           IF WS-EXC-COUNT < 1000
              ADD 1 TO WS-EXC-COUNT
              MOVE WS-NX-RULE TO WS-EX-RULE (WS-EXC-COUNT)
              MOVE WS-NX-KEY TO WS-EX-KEY (WS-EXC-COUNT)
              MOVE WS-NX-NAME TO WS-EX-NAME (WS-EXC-COUNT)
              MOVE WS-NX-DETAIL TO WS-EX-DETAIL (WS-EXC-COUNT)
           ELSE
              ADD 1 TO WS-NOT-LISTED
           END-IF.

        0185-FIND-ON-MASTER.
           MOVE 'N' TO WS-ON-MASTER-SW.
           PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
                   UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
                      OR WS-ID-ON-MASTER
              IF WS-MT-ID (WS-MASTER-SUB) = WS-LOOKUP-ID
                 SET WS-ID-ON-MASTER TO TRUE
              END-IF
           END-PERFORM.

        0190-WRITE-RUN-LOG.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           COMPUTE WS-RUN-END-STAMP =
              WS-STAMP-DATE * 1000000 + WS-STAMP-HHMMSS.
           OPEN EXTEND RUN-LOG.
           MOVE 'FILEAUDIT           ' TO RL-PROGRAM-ID.
           MOVE WS-RUN-START-STAMP TO RL-START-STAMP.
           MOVE WS-RUN-END-STAMP TO RL-END-STAMP.
           MOVE WS-MASTER-READ TO RL-RECORDS-READ.
           MOVE WS-EXC-COUNT TO RL-RECORDS-WRITTEN.
           MOVE WS-TOTAL-EXCEPTIONS TO RL-RECORDS-REJECTED.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

        0200-STOP-RUN.
           CLOSE MASTER-FILE.
           CLOSE MONTHLY-FILE.
           CLOSE REGION-FILE.
           CLOSE AUDIT-REPORT.
           STOP RUN.

          END PROGRAM FILEAUDIT.
