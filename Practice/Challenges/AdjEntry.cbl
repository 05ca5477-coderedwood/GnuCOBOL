       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJENTRY.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  Interactive maker-checker entry of manual commission       *
      *   adjustments. Instead of editing ADJUSTMENTS.DAT by hand,  *
      *   adjustments are keyed here into the indexed pending file  *
      *   ADJPENDING.DAT (keyed on a six digit entry number) and    *
      *   only reach the commission run once a second operator has  *
      *   approved them and ADJEXTRACT has extracted them.          *
      *                                                             *
      *  The operator signs on with an operator ID, which is        *
      *   stamped on every item entered and every approval or       *
      *   decline given in the session. Each item is checked as it  *
      *   is keyed:                                                 *
      *                                                             *
      *   - the SALESPERSON-ID must be on SALESMAST.DAT;            *
      *   - the type must be C (clawback), G (guaranteed draw),     *
      *     S (split credit) or T (true-up payment);                *
      *   - a split carries a percentage of 001 to 099 and no       *
      *     amount; every other type carries an amount greater      *
      *     than zero and no percentage;                            *
      *   - a reason code must be given.                            *
      *                                                             *
      *  Approval shows the pending item and records the checker's  *
      *   decision (A approve, D decline). Nobody can approve or    *
      *   decline an item they entered themselves, and an item      *
      *   whose salesperson has since left the master can only be   *
      *   declined. The pending list shows every item still         *
      *   waiting for a decision.                                   *
      *                                                             *
      *  Each item takes the next entry number after the highest    *
      *   on ADJPENDING.DAT at the moment it is filed, so several   *
      *   operators can enter items at once; a number taken by      *
      *   another operator in the meantime is retried with the      *
      *   next one.                                                 *
      *                                                             *
      *  A missing ADJPENDING.DAT is created empty on first use.    *
      *   Enter X at the menu to end the session.                   *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MASTER-FILE ASSIGN TO "SALESMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MAST-SALESPERSON-ID
             FILE STATUS IS WS-MASTER-STATUS.
            SELECT PENDING-FILE ASSIGN TO "ADJPENDING.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PA-ENTRY-NO
             FILE STATUS IS WS-PENDING-STATUS.


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

        WORKING-STORAGE SECTION.
        01  WS-SWITCHES.
            05 WS-DONE-SW          PIC X VALUE 'N'.
               88 WS-SESSION-DONE        VALUE 'Y'.
            05 WS-FOUND-SW         PIC X VALUE 'N'.
               88 WS-RECORD-FOUND        VALUE 'Y'.
            05 WS-PENDING-EOF-SW   PIC X VALUE 'N'.
               88 END-OF-PENDING         VALUE 'Y'.
            05 WS-ENTRY-OK-SW      PIC X VALUE 'Y'.
               88 WS-ENTRY-OK            VALUE 'Y'.
            05 WS-WRITE-SW         PIC X VALUE 'N'.
               88 WS-WRITE-PENDING       VALUE 'N'.
               88 WS-ENTRY-WRITTEN       VALUE 'Y'.
               88 WS-WRITE-FAILED        VALUE 'F'.

        01  WS-MASTER-STATUS       PIC XX VALUE SPACES.
        01  WS-PENDING-STATUS      PIC XX VALUE SPACES.

        01  WS-SESSION-FIELDS.
            05 WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
            05 WS-MENU-CHOICE      PIC X VALUE SPACES.
            05 WS-LAST-ENTRY-NO    PIC 9(6) VALUE ZEROES.
            05 WS-LISTED-COUNT     PIC 9(5) VALUE ZEROES.

        01  WS-ENTRY-FIELDS.
            05 WS-ENTRY-ID         PIC X(5) VALUE SPACES.
            05 WS-ENTRY-TYPE       PIC X VALUE SPACES.
               88 WS-VALID-ADJ-TYPE      VALUE 'C' 'G' 'S' 'T'.
               88 WS-SPLIT-TYPE          VALUE 'S'.
            05 WS-ENTRY-AMOUNT     PIC X(8) VALUE SPACES.
            05 WS-ENTRY-AMOUNT-NUM REDEFINES WS-ENTRY-AMOUNT
                                   PIC 9(8).
            05 WS-ENTRY-PCT        PIC X(3) VALUE SPACES.
            05 WS-ENTRY-PCT-NUM REDEFINES WS-ENTRY-PCT
                                   PIC 9(3).
            05 WS-ENTRY-REASON     PIC X(10) VALUE SPACES.
            05 WS-ENTRY-CONFIRM    PIC X VALUE SPACES.
            05 WS-ENTRY-NUMBER     PIC X(6) VALUE SPACES.
            05 WS-ENTRY-NUMBER-NUM REDEFINES WS-ENTRY-NUMBER
                                   PIC 9(6).
            05 WS-DECISION         PIC X VALUE SPACES.
            05 WS-WRITE-TRIES      PIC 9(2) VALUE ZEROES.

        01  WS-STAMP-FIELDS.
            05 WS-STAMP            PIC 9(14) VALUE ZEROES.
            05 WS-STAMP-DATE       PIC 9(8) VALUE ZEROES.
            05 WS-STAMP-TIME       PIC 9(8) VALUE ZEROES.
            05 FILLER REDEFINES WS-STAMP-TIME.
                10 WS-STAMP-HHMMSS PIC 9(6).
                10 FILLER          PIC 9(2).

        01  WS-DISPLAY-FIELDS.
            05 WS-DISP-AMOUNT      PIC $$,$$$,$$9.
            05 WS-DISP-TYPE        PIC X(8).

        PROCEDURE DIVISION.

        0050-MAIN.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY 'ADJENTRY - CANNOT OPEN SALESMAST.DAT'
              DISPLAY 'RUN SALESLOAD FIRST.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0055-OPEN-PENDING-FILE.
           PERFORM 0060-FIND-LAST-ENTRY.
           PERFORM 0070-SIGN-ON.
           PERFORM 0100-MENU-LOOP UNTIL WS-SESSION-DONE.
           CLOSE MASTER-FILE.
           CLOSE PENDING-FILE.
           MOVE ZEROES TO RETURN-CODE.
           STOP RUN.

        0055-OPEN-PENDING-FILE.
           OPEN I-O PENDING-FILE.
           EVALUATE WS-PENDING-STATUS
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 OPEN OUTPUT PENDING-FILE
                 CLOSE PENDING-FILE
                 OPEN I-O PENDING-FILE
                 IF WS-PENDING-STATUS NOT = '00'
                    PERFORM 0058-ABORT-NO-PENDING
                 END-IF
              WHEN OTHER
                 PERFORM 0058-ABORT-NO-PENDING
           END-EVALUATE.

        0058-ABORT-NO-PENDING.
           DISPLAY 'ADJENTRY - CANNOT OPEN ADJPENDING.DAT'.
           DISPLAY 'CHECK THE PENDING ADJUSTMENTS FILE.'.
           CLOSE MASTER-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

        0060-FIND-LAST-ENTRY.
           MOVE ZEROES TO WS-LAST-ENTRY-NO.
           MOVE ZEROES TO PA-ENTRY-NO.
           MOVE 'N' TO WS-PENDING-EOF-SW.
           START PENDING-FILE KEY IS >= PA-ENTRY-NO
              INVALID KEY
                 SET END-OF-PENDING TO TRUE
           END-START.
           PERFORM UNTIL END-OF-PENDING
              READ PENDING-FILE NEXT RECORD
                 AT END
                    SET END-OF-PENDING TO TRUE
                 NOT AT END
                    MOVE PA-ENTRY-NO TO WS-LAST-ENTRY-NO
              END-READ
           END-PERFORM.

        0070-SIGN-ON.
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
              DISPLAY 'ENTER YOUR OPERATOR ID: '
              ACCEPT WS-OPERATOR-ID
           END-PERFORM.

        0100-MENU-LOOP.
           MOVE SPACES TO WS-MENU-CHOICE.
           DISPLAY ' '.
           DISPLAY 'E = ENTER  A = APPROVE/DECLINE  L = LIST PENDING'
              '  X = EXIT: '.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
              WHEN 'E'
              WHEN 'e'
                 PERFORM 0200-ENTER-ADJUSTMENT
              WHEN 'A'
              WHEN 'a'
                 PERFORM 0300-DECIDE-ADJUSTMENT
              WHEN 'L'
              WHEN 'l'
                 PERFORM 0400-LIST-PENDING
              WHEN 'X'
              WHEN 'x'
                 SET WS-SESSION-DONE TO TRUE
              WHEN OTHER
                 DISPLAY 'CHOOSE E, A, L OR X.'
           END-EVALUATE.

        0200-ENTER-ADJUSTMENT.
           SET WS-ENTRY-OK TO TRUE.
           PERFORM 0210-KEY-SALESPERSON.
           IF WS-ENTRY-OK
              PERFORM 0220-KEY-TYPE
           END-IF.
           IF WS-ENTRY-OK
              IF WS-SPLIT-TYPE
                 PERFORM 0230-KEY-SPLIT-PCT
              ELSE
                 PERFORM 0235-KEY-AMOUNT
              END-IF
           END-IF.
           IF WS-ENTRY-OK
              PERFORM 0240-KEY-REASON
           END-IF.
           IF WS-ENTRY-OK
              PERFORM 0250-CONFIRM-AND-WRITE
           ELSE
              DISPLAY 'ENTRY ABANDONED - NOTHING WRITTEN.'
           END-IF.

        0210-KEY-SALESPERSON.
           MOVE SPACES TO WS-ENTRY-ID.
           DISPLAY 'SALESPERSON ID (5 DIGITS): '.
           ACCEPT WS-ENTRY-ID.
           IF WS-ENTRY-ID NOT NUMERIC
              DISPLAY 'ID MUST BE A 5 DIGIT NUMBER.'
              MOVE 'N' TO WS-ENTRY-OK-SW
           ELSE
              PERFORM 0215-READ-MASTER
              IF WS-RECORD-FOUND
                 DISPLAY 'NAME:   ' MAST-FIRSTNAME ' ' MAST-LASTNAME
                 DISPLAY 'REGION: ' MAST-REGION
              ELSE
                 DISPLAY 'ID ' WS-ENTRY-ID ' NOT ON MASTER.'
                 MOVE 'N' TO WS-ENTRY-OK-SW
              END-IF
           END-IF.

        0215-READ-MASTER.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE WS-ENTRY-ID TO MAST-SALESPERSON-ID.
           READ MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-RECORD-FOUND TO TRUE
           END-READ.

        0220-KEY-TYPE.
           MOVE SPACES TO WS-ENTRY-TYPE.
           DISPLAY 'TYPE (C CLAWBACK, G DRAW, S SPLIT, T TRUE-UP): '.
           ACCEPT WS-ENTRY-TYPE.
           IF NOT WS-VALID-ADJ-TYPE
              DISPLAY 'TYPE MUST BE C, G, S OR T.'
              MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

        0230-KEY-SPLIT-PCT.
           MOVE SPACES TO WS-ENTRY-PCT.
           MOVE ZEROES TO WS-ENTRY-AMOUNT-NUM.
           DISPLAY 'SPLIT PERCENT KEPT (3 DIGITS, 001-099): '.
           ACCEPT WS-ENTRY-PCT.
           IF WS-ENTRY-PCT NOT NUMERIC
              OR WS-ENTRY-PCT-NUM < 1
              OR WS-ENTRY-PCT-NUM > 99
              DISPLAY 'SPLIT PERCENT MUST BE 001 TO 099.'
              MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

        0235-KEY-AMOUNT.
           MOVE SPACES TO WS-ENTRY-AMOUNT.
           MOVE ZEROES TO WS-ENTRY-PCT-NUM.
           DISPLAY 'AMOUNT IN WHOLE DOLLARS (8 DIGITS): '.
           ACCEPT WS-ENTRY-AMOUNT.
           IF WS-ENTRY-AMOUNT NOT NUMERIC
              OR WS-ENTRY-AMOUNT-NUM = ZEROES
              DISPLAY 'AMOUNT MUST BE 8 DIGITS AND MORE THAN ZERO.'
              MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

        0240-KEY-REASON.
           MOVE SPACES TO WS-ENTRY-REASON.
           DISPLAY 'REASON CODE (UP TO 10 CHARACTERS): '.
           ACCEPT WS-ENTRY-REASON.
           IF WS-ENTRY-REASON = SPACES
              DISPLAY 'A REASON CODE IS REQUIRED.'
              MOVE 'N' TO WS-ENTRY-OK-SW
           END-IF.

        0250-CONFIRM-AND-WRITE.
           MOVE WS-ENTRY-TYPE TO PA-TYPE.
           PERFORM 0460-FORMAT-TYPE.
           MOVE WS-ENTRY-AMOUNT-NUM TO WS-DISP-AMOUNT.
           DISPLAY ' '.
           DISPLAY 'ID ' WS-ENTRY-ID '  ' WS-DISP-TYPE
              '  AMOUNT ' WS-DISP-AMOUNT
              '  PCT ' WS-ENTRY-PCT-NUM
              '  REASON ' WS-ENTRY-REASON.
           MOVE SPACES TO WS-ENTRY-CONFIRM.
           DISPLAY 'SUBMIT FOR APPROVAL (Y/N): '.
           ACCEPT WS-ENTRY-CONFIRM.
           IF WS-ENTRY-CONFIRM = 'Y' OR WS-ENTRY-CONFIRM = 'y'
              PERFORM 0450-CAPTURE-STAMP
              MOVE ZEROES TO WS-WRITE-TRIES
              SET WS-WRITE-PENDING TO TRUE
              PERFORM 0255-WRITE-PENDING-ENTRY
                 UNTIL NOT WS-WRITE-PENDING
              IF WS-WRITE-FAILED
                 DISPLAY 'ENTRY NUMBER IN USE - NOTHING WRITTEN.'
              END-IF
           ELSE
              DISPLAY 'ENTRY ABANDONED - NOTHING WRITTEN.'
           END-IF.

      *    The last entry number is read again just before each
      *    attempt, so an item another operator has filed since this
      *    session started is not overwritten. A number taken in the
      *    moment between the look-up and the write is retried with
      *    the next free number.
        0255-WRITE-PENDING-ENTRY.
           ADD 1 TO WS-WRITE-TRIES.
           PERFORM 0060-FIND-LAST-ENTRY.
           ADD 1 TO WS-LAST-ENTRY-NO.
           MOVE WS-LAST-ENTRY-NO TO PA-ENTRY-NO.
           MOVE WS-ENTRY-ID TO PA-SALESPERSON-ID.
           MOVE WS-ENTRY-TYPE TO PA-TYPE.
           MOVE WS-ENTRY-AMOUNT-NUM TO PA-AMOUNT.
           MOVE WS-ENTRY-PCT-NUM TO PA-SPLIT-PCT.
           MOVE WS-ENTRY-REASON TO PA-REASON-CODE.
           SET PA-PENDING TO TRUE.
           MOVE WS-OPERATOR-ID TO PA-ENTERED-BY.
           MOVE WS-STAMP TO PA-ENTERED-STAMP.
           MOVE SPACES TO PA-APPROVED-BY.
           MOVE ZEROES TO PA-APPROVED-STAMP.
           MOVE ZEROES TO PA-EXTRACTED-STAMP.
           WRITE PENDING-ADJ-RECORD
              INVALID KEY
                 IF WS-PENDING-STATUS NOT = '22'
                    OR WS-WRITE-TRIES >= 5
                    SET WS-WRITE-FAILED TO TRUE
                 END-IF
              NOT INVALID KEY
                 SET WS-ENTRY-WRITTEN TO TRUE
                 DISPLAY 'ENTRY ' PA-ENTRY-NO
                    ' PENDING APPROVAL BY A SECOND OPERATOR.'
           END-WRITE.

        0300-DECIDE-ADJUSTMENT.
           MOVE SPACES TO WS-ENTRY-NUMBER.
           DISPLAY 'ENTRY NUMBER (6 DIGITS): '.
           ACCEPT WS-ENTRY-NUMBER.
           IF WS-ENTRY-NUMBER NOT NUMERIC
              DISPLAY 'ENTRY NUMBER MUST BE 6 DIGITS.'
           ELSE
              MOVE 'N' TO WS-FOUND-SW
              MOVE WS-ENTRY-NUMBER-NUM TO PA-ENTRY-NO
              READ PENDING-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-RECORD-FOUND TO TRUE
              END-READ
              EVALUATE TRUE
                 WHEN NOT WS-RECORD-FOUND
                    DISPLAY 'ENTRY ' WS-ENTRY-NUMBER ' NOT ON FILE.'
                 WHEN NOT PA-PENDING
                    DISPLAY 'ENTRY ' WS-ENTRY-NUMBER
                       ' IS NOT PENDING (STATUS ' PA-STATUS ').'
                 WHEN PA-ENTERED-BY = WS-OPERATOR-ID
                    DISPLAY 'YOU ENTERED THIS ITEM - A SECOND'
                       ' OPERATOR MUST APPROVE IT.'
                 WHEN OTHER
                    PERFORM 0310-SHOW-AND-DECIDE
              END-EVALUATE
           END-IF.

        0310-SHOW-AND-DECIDE.
           PERFORM 0420-DISPLAY-PENDING-ITEM.
           MOVE PA-SALESPERSON-ID TO WS-ENTRY-ID.
           PERFORM 0215-READ-MASTER.
           IF WS-RECORD-FOUND
              DISPLAY 'NAME:   ' MAST-FIRSTNAME ' ' MAST-LASTNAME
           ELSE
              DISPLAY 'ID ' WS-ENTRY-ID
                 ' NO LONGER ON MASTER - DECLINE ONLY.'
           END-IF.
           MOVE SPACES TO WS-DECISION.
           DISPLAY 'A = APPROVE  D = DECLINE  ANY OTHER KEY = LEAVE: '.
           ACCEPT WS-DECISION.
           EVALUATE TRUE
              WHEN (WS-DECISION = 'A' OR WS-DECISION = 'a')
                   AND WS-RECORD-FOUND
                 SET PA-APPROVED TO TRUE
                 PERFORM 0320-RECORD-DECISION
              WHEN WS-DECISION = 'A' OR WS-DECISION = 'a'
                 DISPLAY 'NOT APPROVED - ID NOT ON MASTER.'
              WHEN WS-DECISION = 'D' OR WS-DECISION = 'd'
                 SET PA-DECLINED TO TRUE
                 PERFORM 0320-RECORD-DECISION
              WHEN OTHER
                 DISPLAY 'LEFT PENDING.'
           END-EVALUATE.

        0320-RECORD-DECISION.
           PERFORM 0450-CAPTURE-STAMP.
           MOVE WS-OPERATOR-ID TO PA-APPROVED-BY.
           MOVE WS-STAMP TO PA-APPROVED-STAMP.
           REWRITE PENDING-ADJ-RECORD
              INVALID KEY
                 DISPLAY 'ENTRY ' PA-ENTRY-NO ' COULD NOT BE UPDATED.'
              NOT INVALID KEY
                 IF PA-APPROVED
                    DISPLAY 'ENTRY ' PA-ENTRY-NO ' APPROVED.'
                 ELSE
                    DISPLAY 'ENTRY ' PA-ENTRY-NO ' DECLINED.'
                 END-IF
           END-REWRITE.

        0400-LIST-PENDING.
           MOVE ZEROES TO WS-LISTED-COUNT.
           MOVE ZEROES TO PA-ENTRY-NO.
           MOVE 'N' TO WS-PENDING-EOF-SW.
           START PENDING-FILE KEY IS >= PA-ENTRY-NO
              INVALID KEY
                 SET END-OF-PENDING TO TRUE
           END-START.
           PERFORM UNTIL END-OF-PENDING
              READ PENDING-FILE NEXT RECORD
                 AT END
                    SET END-OF-PENDING TO TRUE
                 NOT AT END
                    IF PA-PENDING
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM 0420-DISPLAY-PENDING-ITEM
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-LISTED-COUNT = ZEROES
              DISPLAY 'NO ITEMS ARE WAITING FOR APPROVAL.'
           END-IF.

        0420-DISPLAY-PENDING-ITEM.
           PERFORM 0460-FORMAT-TYPE.
           MOVE PA-AMOUNT TO WS-DISP-AMOUNT.
           DISPLAY 'ENTRY ' PA-ENTRY-NO
              '  ID ' PA-SALESPERSON-ID
              '  ' WS-DISP-TYPE
              '  AMOUNT ' WS-DISP-AMOUNT
              '  PCT ' PA-SPLIT-PCT
              '  REASON ' PA-REASON-CODE
              '  BY ' PA-ENTERED-BY.

        0450-CAPTURE-STAMP.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           COMPUTE WS-STAMP =
              WS-STAMP-DATE * 1000000 + WS-STAMP-HHMMSS.

        0460-FORMAT-TYPE.
           EVALUATE PA-TYPE
              WHEN 'C'
                 MOVE 'CLAWBACK' TO WS-DISP-TYPE
              WHEN 'G'
                 MOVE 'DRAW    ' TO WS-DISP-TYPE
              WHEN 'S'
                 MOVE 'SPLIT   ' TO WS-DISP-TYPE
              WHEN 'T'
                 MOVE 'TRUE-UP ' TO WS-DISP-TYPE
              WHEN OTHER
                 MOVE PA-TYPE TO WS-DISP-TYPE
           END-EVALUATE.

          END PROGRAM ADJENTRY.
