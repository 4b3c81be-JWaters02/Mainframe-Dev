      *                                                                *
      *  Function    : AGE THE OPEN AND SHORT-PAID STATEMENTS ON THE   *
      *                STMTLEDG SETTLEMENT LEDGER BY PARTNER -         *
      *                CURRENT, OVER 7, OVER 30 AND OVER 90 DAYS FROM  *
      *                THE STATEMENT DATE - WITH THE OUTSTANDING       *
      *                BALANCE PER BUCKET, THE PARTNER'S UNUSED REBATE *
      *                AND DISPUTE CREDIT NOTES AND THE NET AMOUNT     *
      *                OWED AFTER THEM, SO CREDIT CONTROL STOPS        *
      *                KEEPING THIS IN A LEDGER BOOK. AMOUNTS UNDER AN *
      *                OPEN OR UPHELD DISPUTE ON THE DISPREG REGISTER  *
      *                ARE NOT AGED OR COUNTED AS OWED BUT SHOWN IN    *
      *                THEIR OWN DISPUTED COLUMN.                      *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
       FILE-CONTROL.
           SELECT LEDGER-IN ASSIGN TO STMTLEDG
           FILE STATUS IS WS-LEDGER-IN-STATUS.
           SELECT DISPREG-IN ASSIGN TO DISPREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DSP-KEY
           FILE STATUS IS WS-DISPREG-IN-STATUS.
           SELECT PRINT-OUT ASSIGN TO REMAGPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
              88 SL-OPEN                     VALUE 'O'.
              88 SL-PAID                     VALUE 'P'.
              88 SL-SHORT-PAID               VALUE 'S'.
              88 SL-CREDIT-OPEN              VALUE 'C'.
              88 SL-CREDIT-USED              VALUE 'U'.
      *
       FD DISPREG-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 86 CHARACTERS.
           COPY DISPREGR.
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01 PRINT-OUT-RECORD                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
           88 LEDGER-IN-OK                   VALUE "00".
           88 LEDGER-IN-EOF                  VALUE "10".
           88 LEDGER-IN-NOT-FOUND            VALUE "35".
       01 WS-DISPREG-IN-STATUS               PIC X(2).
           88 DISPREG-IN-OK                  VALUE "00".
           88 DISPREG-IN-EOF                 VALUE "10".
           88 DISPREG-IN-NOT-FOUND           VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
      *
       01 WS-CUTOFF-MONTH                    PIC 9(8) VALUE 0.
       01 WS-CUTOFF-QUARTER                  PIC 9(8) VALUE 0.
       01 WS-OUTSTANDING                     PIC S9(11)V99 VALUE 0.
       01 WS-DISPUTED                        PIC S9(11)V99 VALUE 0.
       01 WS-SEARCH-KEY.
          05 WS-SEARCH-PARTNER               PIC X(2).
          05 WS-SEARCH-DATE                  PIC 9(8).
      *
      * Counters...
      *
       01 WS-READ-COUNT                      PIC 9(7) VALUE 0.
       01 WS-UNPAID-COUNT                    PIC 9(7) VALUE 0.
       01 WS-CREDIT-COUNT                    PIC 9(7) VALUE 0.
       01 WS-DISPUTED-COUNT                  PIC 9(7) VALUE 0.
       01 WS-NET-OWED                        PIC S9(11)V99 VALUE 0.
      *
      * Ageing buckets per partner...
      *
            10 AG-WEEK                       PIC S9(11)V99.
            10 AG-MONTH                      PIC S9(11)V99.
            10 AG-OLDER                      PIC S9(11)V99.
            10 AG-DISPUTED                   PIC S9(11)V99.
            10 AG-CREDIT                     PIC S9(11)V99.
      *
      * Disputes still holding back part of a statement...
      *
       01 DISPUTE-TABLE.
          05 DT-ENTRIES                      PIC 9(4) VALUE 0.
          05 DISPUTE-TABLE-ENTRY
            OCCURS 1 TO 2000 TIMES
            DEPENDING ON DT-ENTRIES
            INDEXED BY DT.
            10 DT-KEY.
               15 DT-PARTNER                 PIC X(2).
               15 DT-STMT-DATE               PIC 9(8).
            10 DT-AMOUNT                     PIC 9(11)V99.
      *
      * Messages...
      *
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'SETTLEMENT BALANCE AGEING REPORT'.
             10 FILLER                       PIC X(92)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(9)    VALUE
                'PARTNER'.
                '      OVER-30'.
             10 FILLER                       PIC X(14)   VALUE
                '      OVER-90'.
             10 FILLER                       PIC X(14)   VALUE
                '      DISPUTED'.
             10 FILLER                       PIC X(14)   VALUE
                '   OPEN-CREDIT'.
             10 FILLER                       PIC X(13)   VALUE
                '     NET-OWED'.
             10 FILLER                       PIC X(26)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-PARTNER               PIC X(2).
             10 FILLER                       PIC X(5)    VALUE SPACES.
             10 WS-DET-WEEK                  PIC -(10)9.99.
             10 WS-DET-MONTH                 PIC -(10)9.99.
             10 WS-DET-OLDER                 PIC -(10)9.99.
             10 WS-DET-DISPUTED              PIC -(10)9.99.
             10 WS-DET-CREDIT                PIC -(10)9.99.
             10 WS-DET-NET                   PIC -(10)9.99.
             10 FILLER                       PIC X(27)   VALUE SPACES.
          05 WS-NO-DATA-MSG                  PIC X(40)   VALUE
             'NO UNPAID OR SHORT-PAID STATEMENTS'.
      *
              VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 90
           MOVE WS-WORK-DATE TO WS-CUTOFF-QUARTER

           PERFORM 1100-LOAD-DISPUTES

           OPEN INPUT LEDGER-IN
           IF LEDGER-IN-NOT-FOUND
              DISPLAY '** NO SETTLEMENT LEDGER TO AGE **'
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       1100-LOAD-DISPUTES.
      *    Open and upheld disputes hold their amount back from the
      *    partner's aged balance; a site with no register ages the
      *    whole outstanding balance as before.
           OPEN INPUT DISPREG-IN
           IF DISPREG-IN-NOT-FOUND
              DISPLAY '** NO DISPUTE REGISTER - NOTHING HELD BACK **'
           ELSE
              IF NOT DISPREG-IN-OK
                 DISPLAY '** DISPREG FILE IS NOT OK **'
                 DISPLAY '** DISPREG: ' WS-DISPREG-IN-STATUS
                 MOVE '1100-LOAD-DISPUTES' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1110-LOAD-ONE-DISPUTE UNTIL DISPREG-IN-EOF
              CLOSE DISPREG-IN
           END-IF.

       1110-LOAD-ONE-DISPUTE.
           READ DISPREG-IN
              AT END CONTINUE
           END-READ
           IF DISPREG-IN-OK AND DSP-HOLDS-BALANCE
              IF DT-ENTRIES = 2000
                 DISPLAY '** DISPUTE TABLE FULL **'
                 MOVE '1110-LOAD-ONE-DISPUTE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO DT-ENTRIES
              MOVE DSP-PARTNER TO DT-PARTNER(DT-ENTRIES)
              MOVE DSP-STMT-DATE TO DT-STMT-DATE(DT-ENTRIES)
              MOVE DSP-AMOUNT TO DT-AMOUNT(DT-ENTRIES)
           END-IF.

       2000-AGE-ONE-STATEMENT.
           READ LEDGER-IN
              AT END CONTINUE
                 ADD 1 TO WS-UNPAID-COUNT
                 COMPUTE WS-OUTSTANDING =
                    SL-STMT-VALUE - SL-PAID-VALUE
                 PERFORM 2050-SPLIT-DISPUTED
                 PERFORM 2100-BUCKET-STATEMENT
              END-IF
      *       An unused rebate credit is not aged - it is money the
      *       partner may deduct, whatever its date.
              IF SL-CREDIT-OPEN
                 ADD 1 TO WS-CREDIT-COUNT
                 MOVE 0 TO WS-DISPUTED
                 COMPUTE WS-OUTSTANDING =
                    SL-STMT-VALUE - SL-PAID-VALUE
                 PERFORM 2100-BUCKET-STATEMENT
              END-IF
           END-IF.

       2050-SPLIT-DISPUTED.
      *    Only the undisputed part of the balance is aged. A part
      *    payment may already have eaten into the disputed amount,
      *    so never hold back more than is still outstanding.
           MOVE 0 TO WS-DISPUTED
           MOVE SL-PARTNER TO WS-SEARCH-PARTNER
           MOVE SL-STMT-DATE TO WS-SEARCH-DATE
           IF DT-ENTRIES > 0
              SET DT TO 1
              SEARCH DISPUTE-TABLE-ENTRY
                 AT END CONTINUE
                 WHEN DT-KEY(DT) = WS-SEARCH-KEY
                    ADD 1 TO WS-DISPUTED-COUNT
                    IF DT-AMOUNT(DT) < WS-OUTSTANDING
                       MOVE DT-AMOUNT(DT) TO WS-DISPUTED
                    ELSE
                       MOVE WS-OUTSTANDING TO WS-DISPUTED
                    END-IF
                    SUBTRACT WS-DISPUTED FROM WS-OUTSTANDING
              END-SEARCH
           END-IF.

       2100-BUCKET-STATEMENT.
                 MOVE 0 TO AG-WEEK(AG)
                 MOVE 0 TO AG-MONTH(AG)
                 MOVE 0 TO AG-OLDER(AG)
                 MOVE 0 TO AG-DISPUTED(AG)
                 MOVE 0 TO AG-CREDIT(AG)
                 PERFORM 2200-ADD-TO-BUCKET
              WHEN AG-PARTNER(AG) = SL-PARTNER
                 PERFORM 2200-ADD-TO-BUCKET
           END-SEARCH.

       2200-ADD-TO-BUCKET.
           ADD WS-DISPUTED TO AG-DISPUTED(AG)
           EVALUATE TRUE
              WHEN SL-CREDIT-OPEN
                 ADD WS-OUTSTANDING TO AG-CREDIT(AG)
              WHEN SL-STMT-DATE NOT < WS-CUTOFF-WEEK
                 ADD WS-OUTSTANDING TO AG-CURRENT(AG)
              WHEN SL-STMT-DATE NOT < WS-CUTOFF-MONTH
           CLOSE PRINT-OUT

           DISPLAY 'LEDGER STATEMENTS READ: ' WS-READ-COUNT
           DISPLAY 'UNPAID OR SHORT-PAID: ' WS-UNPAID-COUNT
           DISPLAY 'OPEN REBATE CREDITS: ' WS-CREDIT-COUNT
           DISPLAY 'STATEMENTS IN DISPUTE: ' WS-DISPUTED-COUNT.

       3100-PRINT-ONE-PARTNER.
           MOVE AG-PARTNER(AG) TO WS-DET-PARTNER
           MOVE AG-WEEK(AG) TO WS-DET-WEEK
           MOVE AG-MONTH(AG) TO WS-DET-MONTH
           MOVE AG-OLDER(AG) TO WS-DET-OLDER
           MOVE AG-DISPUTED(AG) TO WS-DET-DISPUTED
           MOVE AG-CREDIT(AG) TO WS-DET-CREDIT
      *    Disputed amounts are not counted as owed until the
      *    dispute is settled.
           COMPUTE WS-NET-OWED = AG-CURRENT(AG) + AG-WEEK(AG)
              + AG-MONTH(AG) + AG-OLDER(AG) - AG-CREDIT(AG)
           MOVE WS-NET-OWED TO WS-DET-NET
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

