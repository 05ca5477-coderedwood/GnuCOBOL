      *   file's HDR and TRL control records are dropped here.      *
      *                                                             *
      *  Both files are sorted on SALESPERSON-ID and match-merged.  *
      *   A salesperson's commission record and any sales contest   *
      *   award records (earnings type S) on COMMDETAIL.DAT are     *
      *   added together first, since payroll pays them as one      *
      *   amount; the report shows that combined figure.            *
      *   The report (RECONRPT.DAT) lists three exception buckets   *
      *   with dollar totals for each: commissions we sent that     *
      *   were never paid, payments with no matching commission     *
      *   only at end of run, so a failure mid-run cannot lose      *
      *   the first-seen history.                                   *
      *                                                             *
      *  A run-control record (start/end stamps, commission         *
      *   records read - award records are not counted, so it ties  *
      *   to the salespeople SALESWITHCOMMISSION accepted - and     *
      *   exception count, return code) is appended to RUNLOG.DAT   *
      *   for the RUNBALANCE end-of-night check and the NIGHTCHAIN  *
      *   restart logic.                                            *
            05 CDT-FIRSTNAME        PIC X(20).
            05 CDT-COMMISSION-AMT   PIC S9(10)
               SIGN IS LEADING SEPARATE.
            05 CDT-EARNINGS-TYPE    PIC X.

       FD PAYMENT-FILE.

            05 CS-FIRSTNAME         PIC X(20).
            05 CS-COMMISSION-AMT    PIC S9(10)
               SIGN IS LEADING SEPARATE.
            05 CS-EARNINGS-TYPE     PIC X.

        SD PAY-SORT-FILE.

            05 CSD-FIRSTNAME        PIC X(20).
            05 CSD-COMMISSION-AMT   PIC S9(10)
               SIGN IS LEADING SEPARATE.
            05 CSD-EARNINGS-TYPE    PIC X.
               88 CSD-CONTEST-AWARD      VALUE 'S'.

        FD PAY-SORTED-FILE.

        01  WS-SWITCHES.
            05 WS-COMM-EOF-SW      PIC X VALUE 'N'.
               88 END-OF-COMM            VALUE 'Y'.
            05 WS-DETAIL-EOF-SW    PIC X VALUE 'N'.
               88 END-OF-COMM-DETAIL     VALUE 'Y'.
            05 WS-PAY-EOF-SW       PIC X VALUE 'N'.
               88 END-OF-PAY             VALUE 'Y'.
            05 WS-PAYIN-EOF-SW     PIC X VALUE 'N'.
        01  WS-RECON-FIELDS.
            05 WS-AMOUNT-DIFF      PIC S9(11) VALUE ZEROES.

        01  WS-PERSON-EARNINGS.
            05 WS-CM-ID            PIC 9(5) VALUE ZEROES.
            05 WS-CM-LASTNAME      PIC X(20) VALUE SPACES.
            05 WS-CM-FIRSTNAME     PIC X(20) VALUE SPACES.
            05 WS-CM-AMOUNT        PIC S9(10) VALUE ZEROES.

        01  WS-BUCKET-TOTALS.
            05 WS-MATCHED-COUNT    PIC 9(5) VALUE ZEROES.
            05 WS-MATCHED-AMOUNT   PIC S9(12) VALUE ZEROES.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(25) VALUE 'SALESPERSON NAME'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(11) VALUE ' COMM+SPIFF'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(11) VALUE '       PAID'.
            05 FILLER              PIC X(2)  VALUE SPACES.
           WRITE RECON-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE RECON-HEADING-LINE2 TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE AFTER ADVANCING 2 LINE.
           PERFORM 0112-READ-COMM-DETAIL.
           PERFORM 0110-READ-COMMISSION.
           PERFORM 0120-READ-PAYMENT.
           PERFORM 0100-MATCH-MERGE.
                 WHEN END-OF-COMM
                    PERFORM 0140-WRITE-NOCOMM-LINE
                    PERFORM 0120-READ-PAYMENT
                 WHEN WS-CM-ID < PSD-SALESPERSON-ID
                    PERFORM 0130-WRITE-UNPAID-LINE
                    PERFORM 0110-READ-COMMISSION
                 WHEN WS-CM-ID > PSD-SALESPERSON-ID
                    PERFORM 0140-WRITE-NOCOMM-LINE
                    PERFORM 0120-READ-PAYMENT
                 WHEN OTHER
              END-EVALUATE
           END-PERFORM.

      *    Gathers one salesperson's commission and contest award
      *    records into a single earnings figure for the merge.
        0110-READ-COMMISSION.
           IF END-OF-COMM-DETAIL
              SET END-OF-COMM TO TRUE
           ELSE
              MOVE CSD-SALESPERSON-ID TO WS-CM-ID
              MOVE CSD-LASTNAME TO WS-CM-LASTNAME
              MOVE CSD-FIRSTNAME TO WS-CM-FIRSTNAME
              MOVE ZEROES TO WS-CM-AMOUNT
              PERFORM 0115-ADD-COMM-DETAIL
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

        0115-ADD-COMM-DETAIL.
           ADD CSD-COMMISSION-AMT TO WS-CM-AMOUNT.
           PERFORM 0112-READ-COMM-DETAIL.

        0120-READ-PAYMENT.
           READ PAY-SORTED-FILE
              AT END SET END-OF-PAY TO TRUE

        0130-WRITE-UNPAID-LINE.
           ADD 1 TO WS-UNPAID-COUNT.
           ADD WS-CM-AMOUNT TO WS-UNPAID-AMOUNT.
           MOVE WS-CM-ID TO REC-SALESPERSON-ID.
           PERFORM 0135-FORMAT-COMM-NAME.
           MOVE WS-CM-AMOUNT TO REC-COMMISSION.
           MOVE ZEROES TO REC-PAID.
           MOVE SPACES TO REC-PAY-DATE.
           MOVE WS-CM-AMOUNT TO REC-DIFFERENCE.
           MOVE 'NEVER PAID   ' TO REC-STATUS.
           MOVE RECON-DETAIL-LINE TO RECON-PRINT-LINE.
           WRITE RECON-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'U' TO WS-OI-TYPE.
           MOVE WS-CM-ID TO WS-OI-ID.
           MOVE WS-CM-AMOUNT TO WS-OI-AMOUNT.
           PERFORM 0155-RECORD-OPEN-ITEM.

        0135-FORMAT-COMM-NAME.
           MOVE SPACES TO REC-NAME.
           STRING WS-CM-LASTNAME  DELIMITED BY '  '
                  ', '            DELIMITED BY SIZE
                  WS-CM-FIRSTNAME DELIMITED BY '  '
               INTO REC-NAME
           END-STRING.

           PERFORM 0155-RECORD-OPEN-ITEM.

        0150-COMPARE-AMOUNTS.
           IF WS-CM-AMOUNT = PSD-AMOUNT-PAID
              ADD 1 TO WS-MATCHED-COUNT
              ADD WS-CM-AMOUNT TO WS-MATCHED-AMOUNT
           ELSE
              ADD 1 TO WS-MISMATCH-COUNT
              COMPUTE WS-AMOUNT-DIFF =
                 WS-CM-AMOUNT - PSD-AMOUNT-PAID
              ADD WS-AMOUNT-DIFF TO WS-MISMATCH-AMOUNT
              MOVE WS-CM-ID TO REC-SALESPERSON-ID
              PERFORM 0135-FORMAT-COMM-NAME
              MOVE WS-CM-AMOUNT TO REC-COMMISSION
              MOVE PSD-AMOUNT-PAID TO REC-PAID
              MOVE PSD-DATE TO REC-PAY-DATE
              MOVE WS-AMOUNT-DIFF TO REC-DIFFERENCE
              MOVE RECON-DETAIL-LINE TO RECON-PRINT-LINE
              WRITE RECON-PRINT-LINE AFTER ADVANCING 1 LINE
              MOVE 'M' TO WS-OI-TYPE
              MOVE WS-CM-ID TO WS-OI-ID
              MOVE WS-AMOUNT-DIFF TO WS-OI-AMOUNT
              PERFORM 0155-RECORD-OPEN-ITEM
           END-IF.
