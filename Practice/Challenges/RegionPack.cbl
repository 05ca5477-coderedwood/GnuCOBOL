      *                                                             *
      *   - a cover with the region name and the manager's name;    *
      *   - the team detail: each salesperson's sales, commission   *
      *     (joined from COMMDETAIL.DAT by ID; sales contest award  *
      *     records on that file are not commission and are         *
      *     skipped) and company rank;                              *
      *   - the region's quota attainment line, with the quota      *
      *     prorated over the team's active months from the hire    *
      *     and termination dates, matching QUOTAATTAIN.DAT;        *
      *   A region with no qualifying salespeople this cycle still  *
      *   gets its pack (cover, quota line and trend section, with  *
      *   a note in place of the team detail).                      *
      *                                                             *
      *  A salesperson who moved region during the year (a          *
      *   TRANSFER on REGIONHIST.DAT, posted by SALESUPDATE) is     *
      *   listed in the team detail of the current region only,     *
      *   but the quota line credits each region with just the      *
      *   months worked there: each month's MONTHLYSALES.DAT        *
      *   bucket goes to the region held that month, the balance    *
      *   of the yearly sales stays with the current region, and    *
      *   the active months are spread the same way - matching      *
      *   QUOTAATTAIN.DAT. Only 500 moves for the year are held;    *
      *   past that every pack's quota section carries a warning    *
      *   line and the run ends with RETURN-CODE 4.                 *
      ***************************************************************

       ENVIRONMENT DIVISION.
            SELECT PACK-SORT-FILE ASSIGN TO "PACKPSORT.TMP".
            SELECT PACK-FILE
             ASSIGN TO DYNAMIC WS-PACK-NAME.
            SELECT OPTIONAL REGION-HISTORY-FILE
             ASSIGN TO "REGIONHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-XFER-STATUS.
            SELECT MONTHLY-FILE ASSIGN TO "MONTHLYSALES.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MSR-SALESPERSON-ID
             FILE STATUS IS WS-MONTHLY-STATUS.


       DATA DIVISION.
            05 CDT-FIRSTNAME        PIC X(20).
            05 CDT-COMMISSION-AMT   PIC S9(10)
               SIGN IS LEADING SEPARATE.
            05 CDT-EARNINGS-TYPE    PIC X.

        SD COMM-SORT-FILE.

            05 CS-FIRSTNAME         PIC X(20).
            05 CS-COMMISSION-AMT    PIC S9(10)
               SIGN IS LEADING SEPARATE.
            05 CS-EARNINGS-TYPE     PIC X.

        FD COMM-SORTED-FILE.

            05 CSD-FIRSTNAME        PIC X(20).
            05 CSD-COMMISSION-AMT   PIC S9(10)
               SIGN IS LEADING SEPARATE.
            05 CSD-EARNINGS-TYPE    PIC X.
               88 CSD-CONTEST-AWARD      VALUE 'S'.

       FD TREND-FLAGS-FILE.


        01  PACK-PRINT-LINE         PIC X(132).

        FD REGION-HISTORY-FILE.

        01  REGION-HISTORY-RECORD.
            05 RH-SALESPERSON-ID    PIC 9(5).
            05 RH-EFFECTIVE-DATE    PIC 9(8).
            05 RH-FROM-REGION       PIC X(5).
            05 RH-TO-REGION         PIC X(5).
            05 RH-POSTED-STAMP      PIC 9(14).

        FD MONTHLY-FILE.

        01  MONTHLY-SALES-RECORD.
            05 MSR-SALESPERSON-ID   PIC 9(5).
            05 MSR-MONTH-SALES OCCURS 12 TIMES PIC 9(6).

        WORKING-STORAGE SECTION.
        01  WS-SWITCHES.
            05 WS-MAST-EOF-SW      PIC X VALUE 'N'.
               88 END-OF-REGIONS         VALUE 'Y'.
            05 WS-PACK-OPEN-SW     PIC X VALUE 'N'.
               88 WS-PACK-OPEN           VALUE 'Y'.
            05 WS-XFER-EOF-SW      PIC X VALUE 'N'.
               88 END-OF-XFERS           VALUE 'Y'.
            05 WS-XFER-OVERFLOW-SW PIC X VALUE 'N'.
               88 WS-XFER-OVERFLOW       VALUE 'Y'.
            05 WS-TRANSFERRED-SW   PIC X VALUE 'N'.
               88 WS-TRANSFERRED-IN-YEAR VALUE 'Y'.
            05 WS-MONTHLY-OPEN-SW  PIC X VALUE 'N'.
               88 WS-MONTHLY-OPEN        VALUE 'Y'.

        01  WS-MASTER-STATUS       PIC XX VALUE SPACES.
        01  WS-REGION-STATUS       PIC XX VALUE SPACES.
        01  WS-COMMDETAIL-STATUS   PIC XX VALUE SPACES.
        01  WS-FLAGS-STATUS        PIC XX VALUE SPACES.
        01  WS-XFER-STATUS         PIC XX VALUE SPACES.
        01  WS-MONTHLY-STATUS      PIC XX VALUE SPACES.
        01  WS-PACK-NAME           PIC X(20).

        01  WS-REGION-TABLE.
                10 WS-RT-COUNT     PIC 9(5).
                10 WS-RT-ACTMONTHS PIC 9(10).
                10 WS-RT-PACKED-SW PIC X.
                10 WS-RT-TOUCHED-SW PIC X.
        01  WS-REGION-SUB          PIC 9(3) COMP VALUE ZEROES.
        01  WS-REGION-MATCH-SUB    PIC 9(3) COMP VALUE ZEROES.

        01  WS-XFER-TABLE.
            05 WS-XFER-COUNT       PIC 9(3) COMP VALUE ZEROES.
            05 WS-XFER-ENTRY OCCURS 500 TIMES.
                10 WS-XF-ID        PIC 9(5).
                10 WS-XF-EFF-MONTH PIC 9(6).
                10 WS-XF-FROM      PIC X(5).
                10 WS-XF-TO        PIC X(5).
        01  WS-XFER-SUB            PIC 9(3) COMP VALUE ZEROES.

        01  WS-SPLIT-FIELDS.
            05 WS-SPLIT-CREDITED   PIC 9(10) VALUE ZEROES.
            05 WS-SPLIT-BUCKET     PIC 9(10) VALUE ZEROES.
            05 WS-XFER-TARGET      PIC 9(6) VALUE ZEROES.
            05 WS-XFER-BEST        PIC 9(6) VALUE ZEROES.
            05 WS-XFER-EARLIEST    PIC 9(6) VALUE ZEROES.
            05 WS-XFER-EARLY-REGION PIC X(5) VALUE SPACES.
            05 WS-MONTH-REGION     PIC X(5) VALUE SPACES.
            05 WS-MONTH-REGION-SUB PIC 9(3) COMP VALUE ZEROES.
            05 WS-MONTH-SUB        PIC 9(3) COMP VALUE ZEROES.

        01  WS-FLAG-TABLE.
            05 WS-FLAG-COUNT       PIC 9(3) COMP VALUE ZEROES.
            05 WS-FLAG-ENTRY OCCURS 500 TIMES.
               'NO QUALIFYING SALESPEOPLE THIS CYCLE'.
            05 FILLER              PIC X(90) VALUE SPACES.

        01  PACK-XFER-WARNING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(60) VALUE
               'OVER 500 MOVES ON REGIONHIST - REGION SPLIT INCOMPLETE'.
            05 FILLER              PIC X(67) VALUE SPACES.

        PROCEDURE DIVISION.

        0050-MAIN.
           MOVE WS-WORK-YEAR TO WS-RUN-YEAR.
           PERFORM 0060-LOAD-REGION-TABLE.
           PERFORM 0065-LOAD-TREND-FLAGS.
           PERFORM 0067-LOAD-REGION-HISTORY.
           PERFORM 0070-SORT-COMMISSIONS.
           PERFORM 0080-JOIN-MASTER-AND-COMM.
           PERFORM 0110-RANK-COMPANY-WIDE.
           PERFORM 0130-SORT-INTO-REGION-ORDER.
           PERFORM 0210-WRITE-EMPTY-PACKS.
           PERFORM 0300-CLEANUP.
           IF WS-XFER-OVERFLOW
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZEROES TO RETURN-CODE
           END-IF.
           STOP RUN.

        0060-LOAD-REGION-TABLE.
           END-IF.
           CLOSE TREND-FLAGS-FILE.

      *    Only moves effective in the run year or later can split
      *    this year's months; MONTHLYSALES.DAT is only needed when
      *    there are some.
        0067-LOAD-REGION-HISTORY.
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
           IF WS-XFER-COUNT > ZEROES
              OPEN INPUT MONTHLY-FILE
              IF WS-MONTHLY-STATUS NOT = '00'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-MONTHLY-OPEN TO TRUE
           END-IF.

        0070-SORT-COMMISSIONS.
           SORT COMM-SORT-FILE
               ON ASCENDING KEY CS-SALESPERSON-ID
                                CS-EARNINGS-TYPE
               USING COMMDETAIL-FILE
               GIVING COMM-SORTED-FILE.

              MOVE MAST-YEARLYSALES TO JN-YEARLYSALES
              IF NOT END-OF-COMM
                 AND CSD-SALESPERSON-ID = MAST-SALESPERSON-ID
                 AND NOT CSD-CONTEST-AWARD
                 MOVE CSD-COMMISSION-AMT TO JN-COMMISSION-AMT
              ELSE
                 MOVE ZEROES TO JN-COMMISSION-AMT

        0105-ADD-TO-REGION-BUCKET.
           PERFORM 0107-COMPUTE-ACTIVE-MONTHS.
           PERFORM 0109-CHECK-TRANSFERRED.
           IF WS-TRANSFERRED-IN-YEAR
              MOVE MAST-SALESPERSON-ID TO MSR-SALESPERSON-ID
              READ MONTHLY-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-TRANSFERRED-SW
              END-READ
           END-IF.
           IF WS-TRANSFERRED-IN-YEAR
              PERFORM 0106-SPLIT-REGION-CREDIT
           ELSE
              ADD MAST-YEARLYSALES
                 TO WS-RT-SALES (WS-REGION-MATCH-SUB)
              ADD 1 TO WS-RT-COUNT (WS-REGION-MATCH-SUB)
              ADD WS-YEAR-ACTIVE-MONTHS
                 TO WS-RT-ACTMONTHS (WS-REGION-MATCH-SUB)
           END-IF.

      *    Months held in another region take that month's bucket
      *    (never more than the yearly sales); the balance stays
      *    with the current region so the pack totals still tie.
        0106-SPLIT-REGION-CREDIT.
           PERFORM VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB > WS-REGION-COUNT
              MOVE 'N' TO WS-RT-TOUCHED-SW (WS-REGION-SUB)
           END-PERFORM.
           MOVE ZEROES TO WS-SPLIT-CREDITED.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
              PERFORM 0108-FIND-MONTH-REGION
              IF WS-MONTH-REGION-SUB NOT = WS-REGION-MATCH-SUB
                 MOVE MSR-MONTH-SALES (WS-MONTH-SUB)
                    TO WS-SPLIT-BUCKET
                 IF WS-SPLIT-CREDITED + WS-SPLIT-BUCKET
                    > MAST-YEARLYSALES
                    COMPUTE WS-SPLIT-BUCKET =
                       MAST-YEARLYSALES - WS-SPLIT-CREDITED
                 END-IF
                 ADD WS-SPLIT-BUCKET TO WS-SPLIT-CREDITED
                 ADD WS-SPLIT-BUCKET
                    TO WS-RT-SALES (WS-MONTH-REGION-SUB)
              END-IF
           END-PERFORM.
           COMPUTE WS-SPLIT-BUCKET =
              MAST-YEARLYSALES - WS-SPLIT-CREDITED.
           ADD WS-SPLIT-BUCKET TO WS-RT-SALES (WS-REGION-MATCH-SUB).
           PERFORM VARYING WS-MONTH-SUB FROM WS-YEAR-START-MONTH BY 1
                   UNTIL WS-MONTH-SUB > WS-YEAR-END-MONTH
              PERFORM 0108-FIND-MONTH-REGION
              ADD 1 TO WS-RT-ACTMONTHS (WS-MONTH-REGION-SUB)
              IF WS-RT-TOUCHED-SW (WS-MONTH-REGION-SUB) NOT = 'Y'
                 MOVE 'Y' TO WS-RT-TOUCHED-SW (WS-MONTH-REGION-SUB)
                 ADD 1 TO WS-RT-COUNT (WS-MONTH-REGION-SUB)
              END-IF
           END-PERFORM.

        0107-COMPUTE-ACTIVE-MONTHS.
           MOVE 1 TO WS-YEAR-START-MONTH.
           COMPUTE WS-YEAR-ACTIVE-MONTHS =
              WS-YEAR-END-MONTH - WS-YEAR-START-MONTH + 1.

      *    The region held in a month is the destination of the
      *    latest move effective in or before that month, or the
      *    origin of the earliest move if none is effective yet.
      *    A code not on REGIONS.DAT falls back to the current one.
        0108-FIND-MONTH-REGION.
           COMPUTE WS-XFER-TARGET = WS-RUN-YEAR * 100 + WS-MONTH-SUB.
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

        0109-CHECK-TRANSFERRED.
           MOVE 'N' TO WS-TRANSFERRED-SW.
           PERFORM VARYING WS-XFER-SUB FROM 1 BY 1
                   UNTIL WS-XFER-SUB > WS-XFER-COUNT
              IF WS-XF-ID (WS-XFER-SUB) = MAST-SALESPERSON-ID
                 SET WS-TRANSFERRED-IN-YEAR TO TRUE
              END-IF
           END-PERFORM.

        0110-RANK-COMPANY-WIDE.
           SORT RANK-SORT-FILE
               ON DESCENDING KEY RS-YEARLYSALES
           END-IF.
           MOVE PACK-QUOTA-LINE TO PACK-PRINT-LINE.
           WRITE PACK-PRINT-LINE AFTER ADVANCING 1 LINE.
           IF WS-XFER-OVERFLOW
              MOVE PACK-XFER-WARNING-LINE TO PACK-PRINT-LINE
              WRITE PACK-PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

        0187-COMPUTE-EFFECTIVE-QUOTA.
           IF WS-RT-COUNT (WS-REGION-MATCH-SUB) > ZEROES
           END-PERFORM.

        0300-CLEANUP.
           IF WS-MONTHLY-OPEN
              CLOSE MONTHLY-FILE
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-CSORT-FILENAME
              RETURNING WS-DELETE-RC.
           CALL "CBL_DELETE_FILE" USING WS-CSORTED-FILENAME
