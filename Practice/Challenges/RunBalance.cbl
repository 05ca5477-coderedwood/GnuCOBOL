      *  This program is the last step of the nightly chain. It    *
      *   reads the run-control records the chain programs write   *
      *   to RUNLOG.DAT (FEEDGUARD, SALESLOAD, ARCHIVESALES,       *
      *   SALESWITHCOMMISSION, SALESVARIANCE, PAYGUARD, COMMRECON, *
      *   GLJOURNAL) and proves the night before the reports are   *
      *   released:                                                *
      *                                                             *
      *   - every nightly step logged a clean (RC zero) run        *
      *     exactly once, in the right order, with no overlapping  *
      *     records read by SALESWITHCOMMISSION equal accepted     *
      *     plus rejected, ARCHIVESALES (when it ran) wrote the    *
      *     same count it read, and every master reader saw the    *
      *     count SALESLOAD loaded, and GLJOURNAL journaled the    *
      *     same commission detail COMMRECON reconciled.           *
      *                                                             *
      *  The one-page night summary goes to NIGHTSUMMARY.DAT and   *
      *   the program ends with RETURN-CODE 8 when anything fails. *
            05 FILLER              PIC X(20)
               VALUE 'COMMRECON'.
            05 FILLER              PIC X     VALUE 'R'.
            05 FILLER              PIC X(20)
               VALUE 'GLJOURNAL'.
            05 FILLER              PIC X     VALUE 'R'.
        01  FILLER REDEFINES WS-EXPECTED-CHAIN.
            05 WS-EXPECTED-ENTRY OCCURS 9 TIMES.
                10 WS-EXPECTED-STEP PIC X(20).
                10 WS-EXPECTED-OPT  PIC X.
                   88 WS-STEP-OPTIONAL  VALUE 'O'.

        01  WS-CHAIN-POSITIONS.
            05 WS-STEP-POSITION OCCURS 9 TIMES PIC 9(3) COMP.
            05 WS-STEP-SEEN-COUNT OCCURS 9 TIMES PIC 9(3) COMP.

        01  WS-SUBSCRIPTS.
            05 WS-LOG-SUB          PIC 9(3) COMP VALUE ZEROES.
            05 WS-SV-SUB           PIC 9(3) COMP VALUE ZEROES.
            05 WS-PG-SUB           PIC 9(3) COMP VALUE ZEROES.
            05 WS-CR-SUB           PIC 9(3) COMP VALUE ZEROES.
            05 WS-GL-SUB           PIC 9(3) COMP VALUE ZEROES.

        01  WS-RUNLOG-FIELDS.
            05 WS-RUN-START-STAMP  PIC 9(14) VALUE ZEROES.

        0100-CHECK-CHAIN-STEPS.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 9
              MOVE ZEROES TO WS-STEP-POSITION (WS-STEP-SUB)
              MOVE ZEROES TO WS-STEP-SEEN-COUNT (WS-STEP-SUB)
              PERFORM VARYING WS-LOG-SUB FROM 1 BY 1
           MOVE WS-STEP-POSITION (6) TO WS-SV-SUB.
           MOVE WS-STEP-POSITION (7) TO WS-PG-SUB.
           MOVE WS-STEP-POSITION (8) TO WS-CR-SUB.
           MOVE WS-STEP-POSITION (9) TO WS-GL-SUB.
           IF WS-LD-SUB > ZEROES
              MOVE 'SALESLOAD LOADED + REJECTED = RECORDS READ'
                 TO SUM-CHECK-TEXT
              END-IF
              PERFORM 0150-WRITE-CHECK-LINE
           END-IF.
           IF WS-CR-SUB > ZEROES AND WS-GL-SUB > ZEROES
              MOVE 'GLJOURNAL POSTED THE COMMISSIONS COMMRECON READ'
                 TO SUM-CHECK-TEXT
              IF WS-LE-READ (WS-CR-SUB) = WS-LE-READ (WS-GL-SUB)
                 MOVE 'OK  ' TO SUM-CHECK-RESULT
              ELSE
                 MOVE 'N' TO WS-BALANCED-SW
                 MOVE 'FAIL' TO SUM-CHECK-RESULT
              END-IF
              PERFORM 0150-WRITE-CHECK-LINE
           END-IF.
           IF WS-AR-SUB > ZEROES
              MOVE 'ARCHIVESALES WROTE THE SAME COUNT IT READ'
                 TO SUM-CHECK-TEXT
