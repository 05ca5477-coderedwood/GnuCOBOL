       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKEEP.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  This program is the retention housekeeping run. The chain  *
      *   leaves a trail of working files behind it that nobody     *
      *   clears; this run removes what the retention policy says   *
      *   is no longer needed and records every removal.            *
      *                                                             *
      *  The policy is the reference file RETENTION.DAT, one        *
      *   record per file class: the class name (12), the number    *
      *   to keep (5) and, for the dated classes, how many days     *
      *   further back to look for old files (5, 366 when zero).    *
      *   The classes are:                                          *
      *                                                             *
      *   SALESBAD    - FEEDGUARD quarantine SALESBADyyyymmdd.DAT;  *
      *   PAYBAD      - PAYGUARD quarantine PAYBADyyyymmdd.DAT;     *
      *   RECYCLECORR - RECYCLEFEED retired correction files        *
      *                 RECYCLECORRyyyymmdd.BAK;                    *
      *                 for these three, keep is days: a file       *
      *                 dated before today less that many days is   *
      *                 deleted;                                    *
      *   MGRPACK     - REGIONPACK manager packs MGRPACKxxxxx.DAT   *
      *                 for each region on REGIONS.DAT; keep is     *
      *                 days, measured from the date the pack was   *
      *                 last written;                               *
      *   MASTJRNL    - the master journal MASTJRNL.DAT; keep is    *
      *                 the number of feed loads (load-start        *
      *                 markers, action 'L') SALESREBUILD must      *
      *                 still be able to replay from, at least one. *
      *                 Entries before the oldest of those markers  *
      *                 are dropped; the kept entries are staged    *
      *                 in MASTJRNL.TMP and copied back.            *
      *                                                             *
      *  A class with no policy record is left alone, and an        *
      *   unknown class is listed and ignored. The year-end         *
      *   archives SALESyyyy.DAT and MONTHLYyyyy.DAT are never      *
      *   touched: every name is checked against them before a      *
      *   delete. A missing or empty RETENTION.DAT aborts the run   *
      *   with RETURN-CODE 8 before anything is removed. If the     *
      *   trimmed journal cannot be copied back (MASTJRNL.TMP       *
      *   unreadable or MASTJRNL.DAT not writable) the run aborts   *
      *   with RETURN-CODE 8 and MASTJRNL.TMP is left in place.     *
      *                                                             *
      *  Every file deleted (or that could not be deleted) and the  *
      *   journal trim are listed on the purge register             *
      *   PURGEREG.DAT with class totals. A run-control record      *
      *   (expired files plus journal entries read, journal entries *
      *   kept, files deleted plus journal entries dropped, return  *
      *   code) is appended to RUNLOG.DAT. Run it when the chain    *
      *   is not running, since the chain appends to the journal.   *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT POLICY-FILE ASSIGN TO "RETENTION.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POLICY-STATUS.
            SELECT REGION-FILE ASSIGN TO "REGIONS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGION-STATUS.
            SELECT OPTIONAL MASTER-JOURNAL ASSIGN TO "MASTJRNL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOURNAL-STATUS.
            SELECT JOURNAL-NEW-FILE ASSIGN TO "MASTJRNL.TMP"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOURNAL-NEW-STATUS.
            SELECT OPTIONAL RUN-LOG ASSIGN TO "RUNLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PURGE-REGISTER ASSIGN TO "PURGEREG.DAT".


       DATA DIVISION.

       FILE SECTION.
       FD POLICY-FILE.

       01 RETENTION-POLICY-RECORD.
            05 RTN-FILE-CLASS       PIC X(12).
            05 RTN-KEEP             PIC 9(5).
            05 RTN-LOOKBACK-DAYS    PIC 9(5).

        FD REGION-FILE.

        01  REGION-RECORD.
            05 RF-REGION-CODE       PIC X(5).
            05 RF-REGION-NAME       PIC X(20).
            05 RF-REGION-MANAGER    PIC X(30).
            05 RF-ANNUAL-QUOTA      PIC 9(10).

        FD MASTER-JOURNAL.

        01  JOURNAL-RECORD.
            05 JRN-STAMP            PIC 9(14).
            05 JRN-PROGRAM-ID       PIC X(20).
            05 JRN-ACTION           PIC X.
               88 JRN-LOAD-MARKER        VALUE 'L'.
            05 JRN-MASTER-IMAGE     PIC X(73).

        FD JOURNAL-NEW-FILE.

        01  JOURNAL-NEW-RECORD      PIC X(108).

        FD RUN-LOG.

        01  RUN-LOG-RECORD.
            05 RL-PROGRAM-ID        PIC X(20).
            05 RL-START-STAMP       PIC 9(14).
            05 RL-END-STAMP         PIC 9(14).
            05 RL-RECORDS-READ      PIC 9(8).
            05 RL-RECORDS-WRITTEN   PIC 9(8).
            05 RL-RECORDS-REJECTED  PIC 9(8).
            05 RL-RETURN-CODE       PIC 9(4).

        FD PURGE-REGISTER.

        01  PURGE-PRINT-LINE        PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-SWITCHES.
            05 WS-POLICY-EOF-SW    PIC X VALUE 'N'.
               88 END-OF-POLICY          VALUE 'Y'.
            05 WS-REGION-EOF-SW    PIC X VALUE 'N'.
               88 END-OF-REGIONS         VALUE 'Y'.
            05 WS-JOURNAL-EOF-SW   PIC X VALUE 'N'.
               88 END-OF-JOURNAL         VALUE 'Y'.
            05 WS-PROTECTED-SW     PIC X VALUE 'N'.
               88 WS-NAME-PROTECTED      VALUE 'Y'.

        01  WS-FILE-STATUSES.
            05 WS-POLICY-STATUS    PIC XX VALUE SPACES.
            05 WS-REGION-STATUS    PIC XX VALUE SPACES.
            05 WS-JOURNAL-STATUS   PIC XX VALUE SPACES.
            05 WS-JOURNAL-NEW-STATUS PIC XX VALUE SPACES.

        01  WS-RUN-CONTROL.
            05 WS-RUN-START-STAMP  PIC 9(14) VALUE ZEROES.
            05 WS-RUN-END-STAMP    PIC 9(14) VALUE ZEROES.
            05 WS-STAMP-DATE       PIC 9(8) VALUE ZEROES.
            05 WS-STAMP-TIME       PIC 9(8) VALUE ZEROES.
            05 FILLER REDEFINES WS-STAMP-TIME.
                10 WS-STAMP-HHMMSS PIC 9(6).
                10 FILLER          PIC 9(2).

      *    One entry per class this program knows how to purge. The
      *    policy record, when present, fills in the keep and
      *    lookback values.
        01  WS-CLASS-NAMES.
            05 FILLER              PIC X(12) VALUE 'SALESBAD'.
            05 FILLER              PIC X(12) VALUE 'PAYBAD'.
            05 FILLER              PIC X(12) VALUE 'RECYCLECORR'.
            05 FILLER              PIC X(12) VALUE 'MGRPACK'.
            05 FILLER              PIC X(12) VALUE 'MASTJRNL'.
        01  FILLER REDEFINES WS-CLASS-NAMES.
            05 WS-CLASS-NAME OCCURS 5 TIMES PIC X(12).

        01  WS-CLASS-TABLE.
            05 WS-CLASS-ENTRY OCCURS 5 TIMES.
                10 WS-CL-POLICY-SW PIC X.
                   88 WS-CL-HAS-POLICY   VALUE 'Y'.
                10 WS-CL-KEEP      PIC 9(5).
                10 WS-CL-LOOKBACK  PIC 9(5).
                10 WS-CL-FOUND     PIC 9(5).
                10 WS-CL-DELETED   PIC 9(5).
                10 WS-CL-FAILED    PIC 9(5).
        01  WS-CLASS-SUB           PIC 9(3) COMP VALUE ZEROES.
        01  WS-POLICY-COUNT        PIC 9(3) COMP VALUE ZEROES.

        01  WS-DATE-FIELDS.
            05 WS-TODAY            PIC 9(8) VALUE ZEROES.
            05 WS-TODAY-INT        PIC 9(7) VALUE ZEROES.
            05 WS-CUTOFF-INT       PIC 9(7) VALUE ZEROES.
            05 WS-CUTOFF-DATE      PIC 9(8) VALUE ZEROES.
            05 WS-SCAN-INT         PIC 9(7) VALUE ZEROES.
            05 WS-SCAN-LOW-INT     PIC 9(7) VALUE ZEROES.
            05 WS-SCAN-DATE        PIC 9(8) VALUE ZEROES.
            05 WS-FILE-DATE        PIC 9(8) VALUE ZEROES.

        01  WS-FILE-FIELDS.
            05 WS-CANDIDATE-NAME   PIC X(30) VALUE SPACES.
            05 WS-CHECK-RC         PIC 9(9) COMP-5 VALUE ZEROES.
            05 WS-DELETE-RC        PIC 9(9) COMP-5 VALUE ZEROES.
            05 WS-JOURNAL-TMP-FILENAME PIC X(20)
               VALUE "MASTJRNL.TMP".

      *    File details returned by CBL_CHECK_FILE_EXIST: size, then
      *    day and month, year, hour and minute, second and
      *    hundredths, each pair of single bytes read as one binary
      *    halfword.
        01  WS-FILE-DETAILS.
            05 WS-FD-SIZE          PIC 9(18) COMP.
            05 WS-FD-DAY-MONTH     PIC 9(4) COMP.
            05 WS-FD-YEAR          PIC 9(4) COMP.
            05 FILLER              PIC X(4).
        01  WS-FD-DAY              PIC 9(4) VALUE ZEROES.
        01  WS-FD-MONTH            PIC 9(4) VALUE ZEROES.

        01  WS-JOURNAL-FIELDS.
            05 WS-JOURNAL-KEEP     PIC 9(3) COMP VALUE ZEROES.
            05 WS-MARKER-COUNT     PIC 9(7) VALUE ZEROES.
            05 WS-MARKER-SLOT      PIC 9(3) COMP VALUE ZEROES.
            05 WS-MARKER-RECNO OCCURS 20 TIMES PIC 9(9).
            05 WS-JOURNAL-RECNO    PIC 9(9) VALUE ZEROES.
            05 WS-KEEP-FROM-RECNO  PIC 9(9) VALUE ZEROES.
            05 WS-FIRST-KEPT-STAMP PIC 9(14) VALUE ZEROES.

        01  WS-COUNTS.
            05 WS-JOURNAL-READ     PIC 9(8) VALUE ZEROES.
            05 WS-JOURNAL-KEPT     PIC 9(8) VALUE ZEROES.
            05 WS-JOURNAL-DROPPED  PIC 9(8) VALUE ZEROES.
            05 WS-TOTAL-FOUND      PIC 9(8) VALUE ZEROES.
            05 WS-TOTAL-DELETED    PIC 9(8) VALUE ZEROES.

        01  PURGE-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(30) VALUE
               'RETENTION PURGE REGISTER  RUN:'.
            05 FILLER              PIC X     VALUE SPACES.
            05 PH-RUN-DATE         PIC 9(8).
            05 FILLER              PIC X(88) VALUE SPACES.

        01  PURGE-COLUMN-HEADING.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(12) VALUE 'CLASS'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(24) VALUE 'FILE'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(8)  VALUE 'DATED'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(50) VALUE 'ACTION'.
            05 FILLER              PIC X(27) VALUE SPACES.

        01  PURGE-DETAIL-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 PD-CLASS            PIC X(12).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PD-FILE-NAME        PIC X(24).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PD-FILE-DATE        PIC X(8).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PD-ACTION           PIC X(50).
            05 FILLER              PIC X(27) VALUE SPACES.

        01  PURGE-CLASS-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 PC-CLASS            PIC X(12).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(6)  VALUE 'KEEP: '.
            05 PC-KEEP             PIC ZZZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(9)  VALUE 'EXPIRED: '.
            05 PC-FOUND            PIC ZZZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(9)  VALUE 'DELETED: '.
            05 PC-DELETED          PIC ZZZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(8)  VALUE 'FAILED: '.
            05 PC-FAILED           PIC ZZZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PC-NOTE             PIC X(30).
            05 FILLER              PIC X(23) VALUE SPACES.

        01  PURGE-JOURNAL-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 PJ-LABEL            PIC X(40).
            05 PJ-COUNT            PIC ZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 PJ-STAMP            PIC X(14).
            05 FILLER              PIC X(61) VALUE SPACES.

        01  PURGE-ABORT-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 PA-ABORT-TEXT       PIC X(60).
            05 FILLER              PIC X(67) VALUE SPACES.

        PROCEDURE DIVISION.

        0050-MAIN.
           PERFORM 0040-CAPTURE-START-STAMP.
           MOVE WS-STAMP-DATE TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY).
           OPEN OUTPUT PURGE-REGISTER.
           MOVE WS-TODAY TO PH-RUN-DATE.
           MOVE PURGE-HEADING-LINE TO PURGE-PRINT-LINE.
           WRITE PURGE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE PURGE-COLUMN-HEADING TO PURGE-PRINT-LINE.
           WRITE PURGE-PRINT-LINE AFTER ADVANCING 2 LINES.
           PERFORM 0060-LOAD-POLICY.
           PERFORM 0100-PURGE-DATED-FILES.
           PERFORM 0120-PURGE-MANAGER-PACKS.
           PERFORM 0140-TRIM-JOURNAL.
           PERFORM 0170-WRITE-TOTALS.
           MOVE ZEROES TO RETURN-CODE.
           PERFORM 0190-WRITE-RUN-LOG.
           PERFORM 0200-STOP-RUN.

        0040-CAPTURE-START-STAMP.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           COMPUTE WS-RUN-START-STAMP =
              WS-STAMP-DATE * 1000000 + WS-STAMP-HHMMSS.

        0060-LOAD-POLICY.
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > 5
              MOVE 'N' TO WS-CL-POLICY-SW (WS-CLASS-SUB)
              MOVE ZEROES TO WS-CL-KEEP (WS-CLASS-SUB)
              MOVE ZEROES TO WS-CL-LOOKBACK (WS-CLASS-SUB)
              MOVE ZEROES TO WS-CL-FOUND (WS-CLASS-SUB)
              MOVE ZEROES TO WS-CL-DELETED (WS-CLASS-SUB)
              MOVE ZEROES TO WS-CL-FAILED (WS-CLASS-SUB)
           END-PERFORM.
           OPEN INPUT POLICY-FILE.
           IF WS-POLICY-STATUS NOT = '00'
              MOVE 'RETENTION.DAT MISSING - RUN ABORTED'
                 TO PA-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.
           READ POLICY-FILE
              AT END SET END-OF-POLICY TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-POLICY
              PERFORM 0065-APPLY-POLICY-RECORD
              READ POLICY-FILE
                 AT END SET END-OF-POLICY TO TRUE
              END-READ
           END-PERFORM.
           CLOSE POLICY-FILE.
           IF WS-POLICY-COUNT = ZEROES
              MOVE 'RETENTION.DAT EMPTY - RUN ABORTED'
                 TO PA-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.

        0065-APPLY-POLICY-RECORD.
           MOVE ZEROES TO WS-CLASS-SUB.
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > 5
                      OR WS-CLASS-NAME (WS-CLASS-SUB) = RTN-FILE-CLASS
              CONTINUE
           END-PERFORM.
           IF WS-CLASS-SUB > 5
              OR RTN-KEEP NOT NUMERIC
              MOVE RTN-FILE-CLASS TO PD-CLASS
              MOVE SPACES TO PD-FILE-NAME
              MOVE SPACES TO PD-FILE-DATE
              MOVE 'POLICY RECORD NOT RECOGNISED - IGNORED'
                 TO PD-ACTION
              PERFORM 0180-WRITE-DETAIL-LINE
           ELSE
              ADD 1 TO WS-POLICY-COUNT
              SET WS-CL-HAS-POLICY (WS-CLASS-SUB) TO TRUE
              MOVE RTN-KEEP TO WS-CL-KEEP (WS-CLASS-SUB)
              IF RTN-LOOKBACK-DAYS NUMERIC
                 AND RTN-LOOKBACK-DAYS > ZEROES
                 MOVE RTN-LOOKBACK-DAYS
                    TO WS-CL-LOOKBACK (WS-CLASS-SUB)
              ELSE
                 MOVE 366 TO WS-CL-LOOKBACK (WS-CLASS-SUB)
              END-IF
           END-IF.

        0090-ABORT-RUN.
           MOVE PURGE-ABORT-LINE TO PURGE-PRINT-LINE.
           WRITE PURGE-PRINT-LINE AFTER ADVANCING 2 LINE.
           CLOSE PURGE-REGISTER.
           MOVE 8 TO RETURN-CODE.
           PERFORM 0190-WRITE-RUN-LOG.
           STOP RUN.

      *    The dated classes carry their date in the file name, so
      *    each day from the cutoff back over the lookback window
      *    is tried in turn.
        0100-PURGE-DATED-FILES.
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > 3
              IF WS-CL-HAS-POLICY (WS-CLASS-SUB)
                 COMPUTE WS-CUTOFF-INT =
                    WS-TODAY-INT - WS-CL-KEEP (WS-CLASS-SUB)
                 COMPUTE WS-SCAN-LOW-INT =
                    WS-CUTOFF-INT - WS-CL-LOOKBACK (WS-CLASS-SUB)
                 COMPUTE WS-SCAN-INT = WS-CUTOFF-INT - 1
                 PERFORM UNTIL WS-SCAN-INT < WS-SCAN-LOW-INT
                            OR WS-SCAN-INT < 1
                    PERFORM 0110-TRY-DATED-NAME
                    SUBTRACT 1 FROM WS-SCAN-INT
                 END-PERFORM
              END-IF
           END-PERFORM.

        0110-TRY-DATED-NAME.
           COMPUTE WS-SCAN-DATE =
              FUNCTION DATE-OF-INTEGER (WS-SCAN-INT).
           MOVE SPACES TO WS-CANDIDATE-NAME.
           IF WS-CLASS-SUB = 3
              STRING WS-CLASS-NAME (WS-CLASS-SUB) DELIMITED BY SPACE
                     WS-SCAN-DATE DELIMITED BY SIZE
                     '.BAK' DELIMITED BY SIZE
                  INTO WS-CANDIDATE-NAME
              END-STRING
           ELSE
              STRING WS-CLASS-NAME (WS-CLASS-SUB) DELIMITED BY SPACE
                     WS-SCAN-DATE DELIMITED BY SIZE
                     '.DAT' DELIMITED BY SIZE
                  INTO WS-CANDIDATE-NAME
              END-STRING
           END-IF.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CANDIDATE-NAME
                                             WS-FILE-DETAILS
              RETURNING WS-CHECK-RC.
           IF WS-CHECK-RC = ZEROES
              MOVE WS-SCAN-DATE TO WS-FILE-DATE
              PERFORM 0150-DELETE-CANDIDATE
           END-IF.

      *    Manager packs are rewritten in place by REGIONPACK, so their
      *    age is the date the file was last written.
        0120-PURGE-MANAGER-PACKS.
           MOVE 4 TO WS-CLASS-SUB.
           IF WS-CL-HAS-POLICY (WS-CLASS-SUB)
              COMPUTE WS-CUTOFF-INT =
                 WS-TODAY-INT - WS-CL-KEEP (WS-CLASS-SUB)
              COMPUTE WS-CUTOFF-DATE =
                 FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
              OPEN INPUT REGION-FILE
              IF WS-REGION-STATUS NOT = '00'
                 MOVE WS-CLASS-NAME (WS-CLASS-SUB) TO PD-CLASS
                 MOVE 'REGIONS.DAT' TO PD-FILE-NAME
                 MOVE SPACES TO PD-FILE-DATE
                 MOVE 'REGION FILE MISSING - NO PACKS PURGED'
                    TO PD-ACTION
                 PERFORM 0180-WRITE-DETAIL-LINE
              ELSE
                 READ REGION-FILE
                    AT END SET END-OF-REGIONS TO TRUE
                 END-READ
                 PERFORM UNTIL END-OF-REGIONS
                    PERFORM 0125-TRY-MANAGER-PACK
                    READ REGION-FILE
                       AT END SET END-OF-REGIONS TO TRUE
                    END-READ
                 END-PERFORM
                 CLOSE REGION-FILE
              END-IF
           END-IF.

        0125-TRY-MANAGER-PACK.
           MOVE SPACES TO WS-CANDIDATE-NAME.
           STRING 'MGRPACK' DELIMITED BY SIZE
                  RF-REGION-CODE DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
               INTO WS-CANDIDATE-NAME
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CANDIDATE-NAME
                                             WS-FILE-DETAILS
              RETURNING WS-CHECK-RC.
           IF WS-CHECK-RC = ZEROES
              DIVIDE WS-FD-DAY-MONTH BY 256
                 GIVING WS-FD-DAY REMAINDER WS-FD-MONTH
              COMPUTE WS-FILE-DATE =
                 WS-FD-YEAR * 10000 + WS-FD-MONTH * 100 + WS-FD-DAY
              IF WS-FILE-DATE < WS-CUTOFF-DATE
                 PERFORM 0150-DELETE-CANDIDATE
              END-IF
           END-IF.

      *    Only entries before the oldest load SALESREBUILD may still
      *    replay from are dropped. The journal is read once to find
      *    that load's marker and again to stage the entries from it
      *    onward, which are then copied back over MASTJRNL.DAT.
        0140-TRIM-JOURNAL.
           MOVE 5 TO WS-CLASS-SUB.
           IF WS-CL-HAS-POLICY (WS-CLASS-SUB)
              MOVE WS-CL-KEEP (WS-CLASS-SUB) TO WS-JOURNAL-KEEP
              IF WS-JOURNAL-KEEP < 1
                 MOVE 1 TO WS-JOURNAL-KEEP
              END-IF
              IF WS-JOURNAL-KEEP > 20
                 MOVE 20 TO WS-JOURNAL-KEEP
              END-IF
              PERFORM 0142-FIND-KEEP-FROM-MARKER
              MOVE WS-CLASS-NAME (WS-CLASS-SUB) TO PD-CLASS
              MOVE 'MASTJRNL.DAT' TO PD-FILE-NAME
              MOVE SPACES TO PD-FILE-DATE
              EVALUATE TRUE
                 WHEN WS-JOURNAL-STATUS NOT = '00'
                    MOVE 'JOURNAL NOT PRESENT - NOTHING TRIMMED'
                       TO PD-ACTION
                    PERFORM 0180-WRITE-DETAIL-LINE
                 WHEN WS-MARKER-COUNT < WS-JOURNAL-KEEP
                    MOVE 'TOO FEW LOADS ON JOURNAL - NOTHING TRIMMED'
                       TO PD-ACTION
                    PERFORM 0180-WRITE-DETAIL-LINE
                    MOVE WS-JOURNAL-READ TO WS-JOURNAL-KEPT
                 WHEN WS-KEEP-FROM-RECNO NOT > 1
                    MOVE 'NO ENTRIES BEFORE OLDEST LOAD KEPT'
                       TO PD-ACTION
                    PERFORM 0180-WRITE-DETAIL-LINE
                    MOVE WS-JOURNAL-READ TO WS-JOURNAL-KEPT
                 WHEN OTHER
                    PERFORM 0144-STAGE-KEPT-ENTRIES
                    PERFORM 0146-COPY-JOURNAL-BACK
                    MOVE 'TRIMMED - SEE JOURNAL TOTALS' TO PD-ACTION
                    PERFORM 0180-WRITE-DETAIL-LINE
              END-EVALUATE
           END-IF.

        0142-FIND-KEEP-FROM-MARKER.
           MOVE ZEROES TO WS-JOURNAL-RECNO.
           MOVE ZEROES TO WS-MARKER-SLOT.
           MOVE 'N' TO WS-JOURNAL-EOF-SW.
           OPEN INPUT MASTER-JOURNAL.
           IF WS-JOURNAL-STATUS = '00'
              READ MASTER-JOURNAL
                 AT END SET END-OF-JOURNAL TO TRUE
              END-READ
              PERFORM UNTIL END-OF-JOURNAL
                 ADD 1 TO WS-JOURNAL-RECNO
                 ADD 1 TO WS-JOURNAL-READ
                 IF JRN-LOAD-MARKER
                    ADD 1 TO WS-MARKER-COUNT
                    ADD 1 TO WS-MARKER-SLOT
                    IF WS-MARKER-SLOT > WS-JOURNAL-KEEP
                       MOVE 1 TO WS-MARKER-SLOT
                    END-IF
                    MOVE WS-JOURNAL-RECNO
                       TO WS-MARKER-RECNO (WS-MARKER-SLOT)
                 END-IF
                 READ MASTER-JOURNAL
                    AT END SET END-OF-JOURNAL TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE MASTER-JOURNAL.
      *    The slot after the newest marker holds the oldest of the
      *    markers being kept.
           IF WS-MARKER-COUNT NOT < WS-JOURNAL-KEEP
              ADD 1 TO WS-MARKER-SLOT
              IF WS-MARKER-SLOT > WS-JOURNAL-KEEP
                 MOVE 1 TO WS-MARKER-SLOT
              END-IF
              MOVE WS-MARKER-RECNO (WS-MARKER-SLOT)
                 TO WS-KEEP-FROM-RECNO
           END-IF.

        0144-STAGE-KEPT-ENTRIES.
           MOVE ZEROES TO WS-JOURNAL-RECNO.
           MOVE 'N' TO WS-JOURNAL-EOF-SW.
           OPEN INPUT MASTER-JOURNAL.
           OPEN OUTPUT JOURNAL-NEW-FILE.
           IF WS-JOURNAL-NEW-STATUS NOT = '00'
              MOVE 'MASTJRNL.TMP CANNOT BE WRITTEN - RUN ABORTED'
                 TO PA-ABORT-TEXT
              CLOSE MASTER-JOURNAL
              PERFORM 0090-ABORT-RUN
           END-IF.
           READ MASTER-JOURNAL
              AT END SET END-OF-JOURNAL TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-JOURNAL
              ADD 1 TO WS-JOURNAL-RECNO
              IF WS-JOURNAL-RECNO < WS-KEEP-FROM-RECNO
                 ADD 1 TO WS-JOURNAL-DROPPED
              ELSE
                 IF WS-FIRST-KEPT-STAMP = ZEROES
                    MOVE JRN-STAMP TO WS-FIRST-KEPT-STAMP
                 END-IF
                 MOVE JOURNAL-RECORD TO JOURNAL-NEW-RECORD
                 WRITE JOURNAL-NEW-RECORD
                 ADD 1 TO WS-JOURNAL-KEPT
              END-IF
              READ MASTER-JOURNAL
                 AT END SET END-OF-JOURNAL TO TRUE
              END-READ
           END-PERFORM.
           CLOSE MASTER-JOURNAL.
           CLOSE JOURNAL-NEW-FILE.

        0146-COPY-JOURNAL-BACK.
           MOVE 'N' TO WS-JOURNAL-EOF-SW.
           OPEN INPUT JOURNAL-NEW-FILE.
           IF WS-JOURNAL-NEW-STATUS NOT = '00'
              MOVE 'MASTJRNL.TMP CANNOT BE READ - RUN ABORTED'
                 TO PA-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.
           OPEN OUTPUT MASTER-JOURNAL.
           IF WS-JOURNAL-STATUS NOT = '00'
              CLOSE JOURNAL-NEW-FILE
              MOVE 'MASTJRNL.DAT CANNOT BE REWRITTEN - RUN ABORTED'
                 TO PA-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.
           READ JOURNAL-NEW-FILE
              AT END SET END-OF-JOURNAL TO TRUE
           END-READ.
           PERFORM UNTIL END-OF-JOURNAL
              MOVE JOURNAL-NEW-RECORD TO JOURNAL-RECORD
              WRITE JOURNAL-RECORD
              READ JOURNAL-NEW-FILE
                 AT END SET END-OF-JOURNAL TO TRUE
              END-READ
           END-PERFORM.
           CLOSE JOURNAL-NEW-FILE.
           CLOSE MASTER-JOURNAL.
           CALL "CBL_DELETE_FILE" USING WS-JOURNAL-TMP-FILENAME
              RETURNING WS-DELETE-RC.

        0150-DELETE-CANDIDATE.
           ADD 1 TO WS-CL-FOUND (WS-CLASS-SUB).
           ADD 1 TO WS-TOTAL-FOUND.
           MOVE WS-CLASS-NAME (WS-CLASS-SUB) TO PD-CLASS.
           MOVE WS-CANDIDATE-NAME TO PD-FILE-NAME.
           MOVE WS-FILE-DATE TO PD-FILE-DATE.
           PERFORM 0155-CHECK-PROTECTED.
           IF WS-NAME-PROTECTED
              MOVE 'YEAR-END ARCHIVE - NEVER PURGED' TO PD-ACTION
           ELSE
              CALL "CBL_DELETE_FILE" USING WS-CANDIDATE-NAME
                 RETURNING WS-DELETE-RC
              IF WS-DELETE-RC = ZEROES
                 ADD 1 TO WS-CL-DELETED (WS-CLASS-SUB)
                 ADD 1 TO WS-TOTAL-DELETED
                 MOVE 'DELETED' TO PD-ACTION
              ELSE
                 ADD 1 TO WS-CL-FAILED (WS-CLASS-SUB)
                 MOVE 'DELETE FAILED - FILE LEFT IN PLACE' TO PD-ACTION
              END-IF
           END-IF.
           PERFORM 0180-WRITE-DETAIL-LINE.

        0155-CHECK-PROTECTED.
           MOVE 'N' TO WS-PROTECTED-SW.
           IF WS-CANDIDATE-NAME (1:5) = 'SALES'
              AND WS-CANDIDATE-NAME (6:4) NUMERIC
              SET WS-NAME-PROTECTED TO TRUE
           END-IF.
           IF WS-CANDIDATE-NAME (1:7) = 'MONTHLY'
              AND WS-CANDIDATE-NAME (8:4) NUMERIC
              SET WS-NAME-PROTECTED TO TRUE
           END-IF.

        0170-WRITE-TOTALS.
           MOVE SPACES TO PURGE-PRINT-LINE.
           WRITE PURGE-PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > 5
              MOVE WS-CLASS-NAME (WS-CLASS-SUB) TO PC-CLASS
              MOVE WS-CL-KEEP (WS-CLASS-SUB) TO PC-KEEP
              MOVE WS-CL-FOUND (WS-CLASS-SUB) TO PC-FOUND
              MOVE WS-CL-DELETED (WS-CLASS-SUB) TO PC-DELETED
              MOVE WS-CL-FAILED (WS-CLASS-SUB) TO PC-FAILED
              EVALUATE TRUE
                 WHEN NOT WS-CL-HAS-POLICY (WS-CLASS-SUB)
                    MOVE 'NO POLICY - NOTHING PURGED' TO PC-NOTE
                 WHEN WS-CLASS-SUB = 5
                    MOVE 'KEEP IS LOADS' TO PC-NOTE
                 WHEN OTHER
                    MOVE 'KEEP IS DAYS' TO PC-NOTE
              END-EVALUATE
              MOVE PURGE-CLASS-LINE TO PURGE-PRINT-LINE
              WRITE PURGE-PRINT-LINE AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE SPACES TO PURGE-PRINT-LINE.
           WRITE PURGE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PJ-STAMP.
           MOVE 'JOURNAL ENTRIES READ:' TO PJ-LABEL.
           MOVE WS-JOURNAL-READ TO PJ-COUNT.
           PERFORM 0175-WRITE-JOURNAL-LINE.
           MOVE 'JOURNAL LOAD MARKERS FOUND:' TO PJ-LABEL.
           MOVE WS-MARKER-COUNT TO PJ-COUNT.
           PERFORM 0175-WRITE-JOURNAL-LINE.
           MOVE 'JOURNAL ENTRIES DROPPED:' TO PJ-LABEL.
           MOVE WS-JOURNAL-DROPPED TO PJ-COUNT.
           PERFORM 0175-WRITE-JOURNAL-LINE.
           MOVE 'JOURNAL ENTRIES KEPT, OLDEST STAMPED:' TO PJ-LABEL.
           MOVE WS-JOURNAL-KEPT TO PJ-COUNT.
           IF WS-FIRST-KEPT-STAMP > ZEROES
              MOVE WS-FIRST-KEPT-STAMP TO PJ-STAMP
           END-IF.
           PERFORM 0175-WRITE-JOURNAL-LINE.

        0175-WRITE-JOURNAL-LINE.
           MOVE PURGE-JOURNAL-LINE TO PURGE-PRINT-LINE.
           WRITE PURGE-PRINT-LINE AFTER ADVANCING 1 LINE.

        0180-WRITE-DETAIL-LINE.
           MOVE PURGE-DETAIL-LINE TO PURGE-PRINT-LINE.
           WRITE PURGE-PRINT-LINE AFTER ADVANCING 1 LINE.

        0190-WRITE-RUN-LOG.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           COMPUTE WS-RUN-END-STAMP =
              WS-STAMP-DATE * 1000000 + WS-STAMP-HHMMSS.
           OPEN EXTEND RUN-LOG.
           MOVE 'HOUSEKEEP           ' TO RL-PROGRAM-ID.
           MOVE WS-RUN-START-STAMP TO RL-START-STAMP.
           MOVE WS-RUN-END-STAMP TO RL-END-STAMP.
           COMPUTE RL-RECORDS-READ = WS-TOTAL-FOUND + WS-JOURNAL-READ.
           MOVE WS-JOURNAL-KEPT TO RL-RECORDS-WRITTEN.
           COMPUTE RL-RECORDS-REJECTED =
              WS-TOTAL-DELETED + WS-JOURNAL-DROPPED.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG.

        0200-STOP-RUN.
           CLOSE PURGE-REGISTER.
           STOP RUN.

          END PROGRAM HOUSEKEEP.
