       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJEXTRACT.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  This program releases approved manual adjustments to the   *
      *   commission run. It reads the pending adjustments file     *
      *   ADJPENDING.DAT kept by ADJENTRY and appends every item a  *
      *   second operator has approved to ADJUSTMENTS.DAT in the    *
      *   layout SALESWITHCOMMISSION reads. Items still waiting     *
      *   for a decision and declined items are never extracted.    *
      *                                                             *
      *  ADJUSTMENTS.DAT is opened for EXTEND, so the true-ups      *
      *   COMMTRUEUP queues there are kept. Each item extracted is  *
      *   marked X on the pending file with the extract stamp, so   *
      *   a rerun never sends the same adjustment twice.            *
      *                                                             *
      *  The adjustment audit listing (ADJAUDIT.DAT) shows every    *
      *   item on the pending file with who entered it and when,    *
      *   who approved or declined it and when, and what happened   *
      *   to it on this run, followed by counts of items extracted  *
      *   now, extracted before, declined and still pending. Run it *
      *   before SALESWITHCOMMISSION. An empty or missing pending   *
      *   file just gives an empty listing; an ADJUSTMENTS.DAT that *
      *   cannot be opened ends the run with RETURN-CODE 8 before   *
      *   anything is marked. A failed write to ADJUSTMENTS.DAT or  *
      *   a failed mark on the pending file also ends the run with  *
      *   RETURN-CODE 8 at that item; the item is written before    *
      *   it is marked, so nothing marked is ever missing from      *
      *   ADJUSTMENTS.DAT.                                          *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PENDING-FILE ASSIGN TO "ADJPENDING.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PA-ENTRY-NO
             FILE STATUS IS WS-PENDING-STATUS.
            SELECT OPTIONAL ADJUSTMENT-FILE
             ASSIGN TO "ADJUSTMENTS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADJ-STATUS.
            SELECT AUDIT-REPORT ASSIGN TO "ADJAUDIT.DAT".


       DATA DIVISION.

       FILE SECTION.
       FD PENDING-FILE.

       01  PENDING-ADJ-RECORD.
            05 PA-ENTRY-NO          PIC 9(6).
            05 PA-SALESPERSON-ID    PIC 9(5).
            05 PA-TYPE              PIC X.
            05 PA-AMOUNT            PIC 9(8).
            05 PA-SPLIT-PCT         PIC 9(3).
            05 PA-REASON-CODE       PIC X(10).
            05 PA-STATUS            PIC X.
               88 PA-PENDING              VALUE 'P'.
               88 PA-APPROVED             VALUE 'A'.
               88 PA-DECLINED             VALUE 'D'.
               88 PA-EXTRACTED            VALUE 'X'.
            05 PA-ENTERED-BY        PIC X(8).
            05 PA-ENTERED-STAMP     PIC 9(14).
            05 PA-APPROVED-BY       PIC X(8).
            05 PA-APPROVED-STAMP    PIC 9(14).
            05 PA-EXTRACTED-STAMP   PIC 9(14).

        FD ADJUSTMENT-FILE.

        01  ADJUSTMENT-RECORD.
            05 ADJ-SALESPERSON-ID   PIC 9(5).
            05 ADJ-TYPE             PIC X.
            05 ADJ-AMOUNT           PIC 9(8).
            05 ADJ-SPLIT-PCT        PIC 9(3).
            05 ADJ-REASON-CODE      PIC X(10).

        FD AUDIT-REPORT.

        01  AUDIT-PRINT-LINE        PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-SWITCHES.
            05 WS-PENDING-EOF-SW   PIC X VALUE 'N'.
               88 END-OF-PENDING         VALUE 'Y'.
            05 WS-PENDING-OPEN-SW  PIC X VALUE 'N'.
               88 WS-PENDING-OPEN        VALUE 'Y'.

        01  WS-FILE-STATUSES.
            05 WS-PENDING-STATUS   PIC XX VALUE SPACES.
            05 WS-ADJ-STATUS       PIC XX VALUE SPACES.

        01  WS-RUN-FIELDS.
            05 WS-RUN-DATE         PIC 9(8) VALUE ZEROES.
            05 WS-EXTRACT-STAMP    PIC 9(14) VALUE ZEROES.
            05 WS-STAMP-TIME       PIC 9(8) VALUE ZEROES.
            05 FILLER REDEFINES WS-STAMP-TIME.
                10 WS-STAMP-HHMMSS PIC 9(6).
                10 FILLER          PIC 9(2).

        01  WS-COUNTERS.
            05 WS-ITEMS-READ       PIC 9(5) VALUE ZEROES.
            05 WS-EXTRACTED-NOW    PIC 9(5) VALUE ZEROES.
            05 WS-EXTRACTED-BEFORE PIC 9(5) VALUE ZEROES.
            05 WS-DECLINED-COUNT   PIC 9(5) VALUE ZEROES.
            05 WS-PENDING-COUNT    PIC 9(5) VALUE ZEROES.

        01  AUDIT-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(38) VALUE
               'MANUAL ADJUSTMENT AUDIT LISTING DATE: '.
            05 AUD-RUN-DATE        PIC 9(8).
            05 FILLER              PIC X(81) VALUE SPACES.

        01  AUDIT-COLUMN-HEADING.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(6)  VALUE 'ENTRY '.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(5)  VALUE 'ID   '.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(8)  VALUE 'TYPE    '.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(10) VALUE '    AMOUNT'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(3)  VALUE 'PCT'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(10) VALUE 'REASON'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(8)  VALUE 'ENTERED'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(14) VALUE 'ENTERED AT'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(8)  VALUE 'APPROVER'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(14) VALUE 'DECIDED AT'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(12) VALUE 'THIS RUN'.
            05 FILLER              PIC X(3)  VALUE SPACES.

        01  AUDIT-DETAIL-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 AUD-ENTRY-NO        PIC 9(6).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 AUD-SALESPERSON-ID  PIC 9(5).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 AUD-TYPE            PIC X(8).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 AUD-AMOUNT          PIC ZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 AUD-SPLIT-PCT       PIC ZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 AUD-REASON-CODE     PIC X(10).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 AUD-ENTERED-BY      PIC X(8).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 AUD-ENTERED-STAMP   PIC 9(14).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 AUD-APPROVED-BY     PIC X(8).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 AUD-APPROVED-STAMP  PIC Z(14).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 AUD-DISPOSITION     PIC X(12).
            05 FILLER              PIC X(3)  VALUE SPACES.

        01  AUDIT-TOTAL-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 AUD-TOT-LABEL       PIC X(32).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 AUD-TOT-COUNT       PIC ZZ,ZZ9.
            05 FILLER              PIC X(87) VALUE SPACES.

        01  AUDIT-ABORT-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 AUD-ABORT-TEXT      PIC X(60).
            05 FILLER              PIC X(67) VALUE SPACES.

        PROCEDURE DIVISION.

        0050-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           COMPUTE WS-EXTRACT-STAMP =
              WS-RUN-DATE * 1000000 + WS-STAMP-HHMMSS.
           OPEN OUTPUT AUDIT-REPORT.
           MOVE WS-RUN-DATE TO AUD-RUN-DATE.
           MOVE AUDIT-HEADING-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE AUDIT-COLUMN-HEADING TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 2 LINES.
           OPEN I-O PENDING-FILE.
           EVALUATE WS-PENDING-STATUS
              WHEN '00'
                 SET WS-PENDING-OPEN TO TRUE
              WHEN '35'
                 SET END-OF-PENDING TO TRUE
              WHEN OTHER
                 MOVE 'ADJPENDING.DAT UNREADABLE - RUN ABORTED'
                    TO AUD-ABORT-TEXT
                 PERFORM 0090-ABORT-RUN
           END-EVALUATE.
           OPEN EXTEND ADJUSTMENT-FILE.
           IF WS-ADJ-STATUS NOT = '00' AND WS-ADJ-STATUS NOT = '05'
              MOVE 'ADJUSTMENTS.DAT CANNOT BE EXTENDED - RUN ABORTED'
                 TO AUD-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.
           IF WS-PENDING-OPEN
              PERFORM 0110-READ-PENDING
           END-IF.
           PERFORM 0100-PROCESS-ITEM UNTIL END-OF-PENDING.
           PERFORM 0160-WRITE-TOTALS.
           PERFORM 0200-STOP-RUN.

        0090-ABORT-RUN.
           MOVE AUDIT-ABORT-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 2 LINES.
           CLOSE AUDIT-REPORT.
           IF WS-PENDING-OPEN
              CLOSE PENDING-FILE
           END-IF.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

        0100-PROCESS-ITEM.
           ADD 1 TO WS-ITEMS-READ.
           EVALUATE TRUE
              WHEN PA-APPROVED
                 PERFORM 0120-EXTRACT-ITEM
                 MOVE 'EXTRACTED' TO AUD-DISPOSITION
              WHEN PA-EXTRACTED
                 ADD 1 TO WS-EXTRACTED-BEFORE
                 MOVE 'PRIOR EXTRCT' TO AUD-DISPOSITION
              WHEN PA-DECLINED
                 ADD 1 TO WS-DECLINED-COUNT
                 MOVE 'DECLINED' TO AUD-DISPOSITION
              WHEN OTHER
                 ADD 1 TO WS-PENDING-COUNT
                 MOVE 'AWAITING OK' TO AUD-DISPOSITION
           END-EVALUATE.
           PERFORM 0150-WRITE-AUDIT-LINE.
           PERFORM 0110-READ-PENDING.

        0110-READ-PENDING.
           READ PENDING-FILE NEXT RECORD
              AT END SET END-OF-PENDING TO TRUE
           END-READ.

        0120-EXTRACT-ITEM.
           MOVE PA-SALESPERSON-ID TO ADJ-SALESPERSON-ID.
           MOVE PA-TYPE TO ADJ-TYPE.
           MOVE PA-AMOUNT TO ADJ-AMOUNT.
           MOVE PA-SPLIT-PCT TO ADJ-SPLIT-PCT.
           MOVE PA-REASON-CODE TO ADJ-REASON-CODE.
           WRITE ADJUSTMENT-RECORD.
           IF WS-ADJ-STATUS NOT = '00'
              MOVE 'ADJUSTMENTS.DAT WRITE FAILED - RUN ABORTED'
                 TO AUD-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.
           SET PA-EXTRACTED TO TRUE.
           MOVE WS-EXTRACT-STAMP TO PA-EXTRACTED-STAMP.
           REWRITE PENDING-ADJ-RECORD.
           IF WS-PENDING-STATUS NOT = '00'
              MOVE 'ADJPENDING.DAT REWRITE FAILED - RUN ABORTED'
                 TO AUD-ABORT-TEXT
              PERFORM 0090-ABORT-RUN
           END-IF.
           ADD 1 TO WS-EXTRACTED-NOW.

        0150-WRITE-AUDIT-LINE.
           MOVE PA-ENTRY-NO TO AUD-ENTRY-NO.
           MOVE PA-SALESPERSON-ID TO AUD-SALESPERSON-ID.
           EVALUATE PA-TYPE
              WHEN 'C'
                 MOVE 'CLAWBACK' TO AUD-TYPE
              WHEN 'G'
                 MOVE 'DRAW' TO AUD-TYPE
              WHEN 'S'
                 MOVE 'SPLIT' TO AUD-TYPE
              WHEN 'T'
                 MOVE 'TRUE-UP' TO AUD-TYPE
              WHEN OTHER
                 MOVE PA-TYPE TO AUD-TYPE
           END-EVALUATE.
           MOVE PA-AMOUNT TO AUD-AMOUNT.
           MOVE PA-SPLIT-PCT TO AUD-SPLIT-PCT.
           MOVE PA-REASON-CODE TO AUD-REASON-CODE.
           MOVE PA-ENTERED-BY TO AUD-ENTERED-BY.
           MOVE PA-ENTERED-STAMP TO AUD-ENTERED-STAMP.
           MOVE PA-APPROVED-BY TO AUD-APPROVED-BY.
           MOVE PA-APPROVED-STAMP TO AUD-APPROVED-STAMP.
           MOVE AUDIT-DETAIL-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE.

        0160-WRITE-TOTALS.
           MOVE 'ITEMS ON PENDING FILE' TO AUD-TOT-LABEL.
           MOVE WS-ITEMS-READ TO AUD-TOT-COUNT.
           MOVE AUDIT-TOTAL-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 3 LINES.
           MOVE 'APPROVED - EXTRACTED THIS RUN' TO AUD-TOT-LABEL.
           MOVE WS-EXTRACTED-NOW TO AUD-TOT-COUNT.
           MOVE AUDIT-TOTAL-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'EXTRACTED ON AN EARLIER RUN' TO AUD-TOT-LABEL.
           MOVE WS-EXTRACTED-BEFORE TO AUD-TOT-COUNT.
           MOVE AUDIT-TOTAL-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'DECLINED - NOT EXTRACTED' TO AUD-TOT-LABEL.
           MOVE WS-DECLINED-COUNT TO AUD-TOT-COUNT.
           MOVE AUDIT-TOTAL-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'AWAITING APPROVAL' TO AUD-TOT-LABEL.
           MOVE WS-PENDING-COUNT TO AUD-TOT-COUNT.
           MOVE AUDIT-TOTAL-LINE TO AUDIT-PRINT-LINE.
           WRITE AUDIT-PRINT-LINE AFTER ADVANCING 1 LINE.

        0200-STOP-RUN.
           IF WS-PENDING-OPEN
              CLOSE PENDING-FILE
           END-IF.
           CLOSE ADJUSTMENT-FILE.
           CLOSE AUDIT-REPORT.
           MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

          END PROGRAM ADJEXTRACT.
