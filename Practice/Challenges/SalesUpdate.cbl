      *   also journaled to MASTJRNL.DAT (timestamp, program,       *
      *   action, record image) so SALESREBUILD can reconstruct     *
      *   the master as of any point in time.                       *
      *                                                             *
      *  A TRANSFER ('T') moves a salesperson to a new region part  *
      *   way through the year. It carries the new region in the    *
      *   region field and the effective date in the hire-date      *
      *   field; the other fields are ignored. The master region    *
      *   is rewritten (and journaled like any other change) and    *
      *   the move is appended to the region-assignment history     *
      *   REGIONHIST.DAT (ID, effective date, from and to region,   *
      *   posting stamp), which the commission run and REGIONPACK   *
      *   use to credit each region only with the months the        *
      *   salesperson actually worked there. A transfer for an ID   *
      *   not on the master, into the region already held, or       *
      *   with an effective date that is not a real calendar date   *
      *   (such as 20250231) is rejected.                           *
      ***************************************************************

       ENVIRONMENT DIVISION.
            SELECT UPDATE-REGISTER ASSIGN TO "UPDATEREG.DAT".
            SELECT OPTIONAL MASTER-JOURNAL ASSIGN TO "MASTJRNL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL REGION-HISTORY ASSIGN TO "REGIONHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
               88 TRN-ADD                  VALUE 'A'.
               88 TRN-CHANGE               VALUE 'C'.
               88 TRN-DELETE               VALUE 'D'.
               88 TRN-TRANSFER             VALUE 'T'.
            05 TRN-SALESPERSON-ID      PIC 9(5).
            05 TRN-SALESPERSON-NAME.
                10 TRN-LASTNAME        PIC X(20).
            05 TRN-YEARLYSALES         PIC 9(6).
            05 TRN-GENDER              PIC X.
            05 TRN-HIREDATE            PIC 9(8).
            05 TRN-EFFECTIVE-DATE REDEFINES TRN-HIREDATE
                                       PIC 9(8).
            05 TRN-TERMDATE            PIC 9(8).

        FD UPDATE-REGISTER.
            05 JRN-ACTION               PIC X.
            05 JRN-MASTER-IMAGE         PIC X(73).

        FD REGION-HISTORY.

        01  REGION-HISTORY-RECORD.
            05 RH-SALESPERSON-ID        PIC 9(5).
            05 RH-EFFECTIVE-DATE        PIC 9(8).
            05 RH-FROM-REGION           PIC X(5).
            05 RH-TO-REGION             PIC X(5).
            05 RH-POSTED-STAMP          PIC 9(14).

        WORKING-STORAGE SECTION.
        01  WS-SWITCHES.
            05 WS-TRANS-EOF-SW     PIC X VALUE 'N'.
            05 WS-ADD-COUNT        PIC 9(5) VALUE ZEROES.
            05 WS-CHANGE-COUNT     PIC 9(5) VALUE ZEROES.
            05 WS-DELETE-COUNT     PIC 9(5) VALUE ZEROES.
            05 WS-TRANSFER-COUNT   PIC 9(5) VALUE ZEROES.
            05 WS-REJECT-COUNT     PIC 9(5) VALUE ZEROES.

        01  WS-BEFORE-IMAGE.
            05 WS-BEFORE-REGION    PIC X(5) VALUE SPACES.
            05 WS-BEFORE-SALES     PIC 9(6) VALUE ZEROES.

        01  WS-TRANSFER-FIELDS.
            05 WS-EFFECTIVE-DATE   PIC 9(8) VALUE ZEROES.
            05 FILLER REDEFINES WS-EFFECTIVE-DATE.
                10 WS-EFFECTIVE-YEAR  PIC 9(4).
                10 WS-EFFECTIVE-MONTH PIC 9(2).
                10 WS-EFFECTIVE-DAY   PIC 9(2).
            05 WS-EFFECTIVE-LABEL.
                10 FILLER          PIC X(10) VALUE 'EFFECTIVE '.
                10 WS-EFFECTIVE-SHOW PIC 9(8).

        01  WS-JOURNAL-FIELDS.
            05 WS-JOURNAL-STAMP    PIC 9(14) VALUE ZEROES.
            05 WS-JOURNAL-ACTION   PIC X VALUE SPACES.
            05 FILLER               PIC X(3)  VALUE SPACES.
            05 FILLER               PIC X(9)  VALUE 'REJECTS: '.
            05 SUM-REJECT-COUNT     PIC ZZ,ZZ9.
            05 FILLER               PIC X(3)  VALUE SPACES.
            05 FILLER               PIC X(11) VALUE 'TRANSFERS: '.
            05 SUM-TRANSFER-COUNT   PIC ZZ,ZZ9.
            05 FILLER               PIC X(44) VALUE SPACES.

        PROCEDURE DIVISION.

           OPEN INPUT TRANS-SORTED-FILE.
           OPEN OUTPUT UPDATE-REGISTER.
           OPEN EXTEND MASTER-JOURNAL.
           OPEN EXTEND REGION-HISTORY.
           MOVE REGISTER-HEADING-LINE TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE REGISTER-HEADING-LINE2 TO REGISTER-PRINT-LINE.
                 PERFORM 0145-APPLY-CHANGE
              WHEN TRN-DELETE
                 PERFORM 0148-APPLY-DELETE
              WHEN TRN-TRANSFER
                 PERFORM 0146-APPLY-TRANSFER
              WHEN OTHER
                 MOVE 'INVALID ACTION CODE' TO REG-REASON
                 PERFORM 0160-WRITE-REJECT-LINE
              END-REWRITE
           END-IF.

        0146-APPLY-TRANSFER.
           PERFORM 0150-READ-MASTER-BY-KEY.
           MOVE TRN-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           EVALUATE TRUE
              WHEN NOT WS-MASTER-FOUND
                 MOVE 'ID NOT ON MASTER' TO REG-REASON
                 PERFORM 0160-WRITE-REJECT-LINE
              WHEN TRN-EFFECTIVE-DATE NOT NUMERIC
                   OR WS-EFFECTIVE-YEAR < 1900
                   OR FUNCTION TEST-DATE-YYYYMMDD (WS-EFFECTIVE-DATE)
                      NOT = ZEROES
                 MOVE 'INVALID EFFECTIVE DATE' TO REG-REASON
                 PERFORM 0160-WRITE-REJECT-LINE
              WHEN TRN-REGION = SPACES
                 MOVE 'NO NEW REGION GIVEN' TO REG-REASON
                 PERFORM 0160-WRITE-REJECT-LINE
              WHEN TRN-REGION = MAST-REGION
                 MOVE 'ALREADY IN THAT REGION' TO REG-REASON
                 PERFORM 0160-WRITE-REJECT-LINE
              WHEN OTHER
                 MOVE MAST-REGION TO WS-BEFORE-REGION
                 MOVE MAST-YEARLYSALES TO WS-BEFORE-SALES
                 MOVE TRN-REGION TO MAST-REGION
                 REWRITE MASTER-RECORD
                    INVALID KEY
                       MOVE 'ID NOT ON MASTER' TO REG-REASON
                       PERFORM 0160-WRITE-REJECT-LINE
                    NOT INVALID KEY
                       ADD 1 TO WS-TRANSFER-COUNT
                       PERFORM 0165-WRITE-TRANSFER-LINE
                       MOVE 'R' TO WS-JOURNAL-ACTION
                       PERFORM 0169-WRITE-JOURNAL-RECORD
                       PERFORM 0167-WRITE-REGION-HISTORY
                 END-REWRITE
           END-EVALUATE.

        0148-APPLY-DELETE.
           PERFORM 0150-READ-MASTER-BY-KEY.
           IF NOT WS-MASTER-FOUND
           MOVE REGISTER-DETAIL-LINE TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE AFTER ADVANCING 1 LINE.

        0165-WRITE-TRANSFER-LINE.
           MOVE 'TRANSF' TO REG-ACTION.
           MOVE TRN-SALESPERSON-ID TO REG-SALESPERSON-ID.
           MOVE MAST-SALESPERSON-NAME TO REG-NAME.
           MOVE WS-BEFORE-REGION TO REG-BEFORE-REGION.
           MOVE WS-BEFORE-SALES TO REG-BEFORE-SALES.
           MOVE MAST-REGION TO REG-AFTER-REGION.
           MOVE MAST-YEARLYSALES TO REG-AFTER-SALES.
           MOVE 'APPLIED ' TO REG-STATUS.
           MOVE WS-EFFECTIVE-DATE TO WS-EFFECTIVE-SHOW.
           MOVE WS-EFFECTIVE-LABEL TO REG-REASON.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE AFTER ADVANCING 1 LINE.

        0166-WRITE-DELETE-LINE.
           MOVE 'DELETE' TO REG-ACTION.
           MOVE TRN-SALESPERSON-ID TO REG-SALESPERSON-ID.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE AFTER ADVANCING 1 LINE.

        0167-WRITE-REGION-HISTORY.
           MOVE MAST-SALESPERSON-ID TO RH-SALESPERSON-ID.
           MOVE WS-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE.
           MOVE WS-BEFORE-REGION TO RH-FROM-REGION.
           MOVE MAST-REGION TO RH-TO-REGION.
           MOVE WS-JOURNAL-STAMP TO RH-POSTED-STAMP.
           WRITE REGION-HISTORY-RECORD.

        0168-FORMAT-TRANS-ACTION.
           EVALUATE TRUE
              WHEN TRN-ADD
                 MOVE 'CHANGE' TO REG-ACTION
              WHEN TRN-DELETE
                 MOVE 'DELETE' TO REG-ACTION
              WHEN TRN-TRANSFER
                 MOVE 'TRANSF' TO REG-ACTION
              WHEN OTHER
                 MOVE TRN-ACTION TO REG-ACTION
           END-EVALUATE.
           MOVE WS-CHANGE-COUNT TO SUM-CHANGE-COUNT.
           MOVE WS-DELETE-COUNT TO SUM-DELETE-COUNT.
           MOVE WS-REJECT-COUNT TO SUM-REJECT-COUNT.
           MOVE WS-TRANSFER-COUNT TO SUM-TRANSFER-COUNT.
           MOVE REGISTER-SUMMARY-LINE TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE AFTER ADVANCING 2 LINE.

           CLOSE TRANS-SORTED-FILE.
           CLOSE UPDATE-REGISTER.
           CLOSE MASTER-JOURNAL.
           CLOSE REGION-HISTORY.
           CALL "CBL_DELETE_FILE" USING WS-TRANSORT-FILENAME
              RETURNING WS-DELETE-RC.
           CALL "CBL_DELETE_FILE" USING WS-TRANSORTED-FILENAME
