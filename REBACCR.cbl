       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REBACCR.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : PARTNER VOLUME REBATE ACCRUAL                   *
      *                                                                *
      *  Function    : WORK OUT EACH PARTNER'S VOLUME REBATE FOR THE   *
      *                FISCAL PERIOD THE BUSINESS DATE FALLS IN: THE   *
      *                RETAIL VALUE ON REPHIST FROM THE FIRST DAY OF   *
      *                THE PERIOD TO THE BUSINESS DATE IS TOTALLED BY  *
      *                PARTNER AND SET AGAINST THE PARTNER'S TIERS ON  *
      *                THE REBAGRE AGREEMENT MASTER. THE RATE OF THE   *
      *                HIGHEST TIER REACHED APPLIES TO THE WHOLE       *
      *                PERIOD VALUE. PRINTS THE ACCRUAL REPORT WITH    *
      *                THE TIER REACHED, REBATE EARNED TO DATE AND THE *
      *                VALUE STILL NEEDED FOR THE NEXT TIER. ON THE    *
      *                PERIOD-END DATE (AND NOT IN A TRIAL RUN) EACH   *
      *                EARNED REBATE IS ALSO POSTED TO THE STMTLEDG    *
      *                SETTLEMENT LEDGER AS AN OPEN CREDIT NOTE, ONCE  *
      *                ONLY PER PARTNER AND DATE, SO PSTMT AND         *
      *                REMITAGE SHOW WHAT THE PARTNER ACTUALLY OWES    *
      *                AND REMITPST CAN SET IT AGAINST A SHORT-PAID    *
      *                STATEMENT.                                      *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT REP-HISTORY ASSIGN TO REPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-RECORD-KEY
           ALTERNATE RECORD KEY IS HIST-BRANCH WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-ITEM WITH DUPLICATES
           FILE STATUS IS WS-HIST-STATUS.
           SELECT REBAGRE-IN ASSIGN TO REBAGRE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RA-PARTNER
           FILE STATUS IS WS-REBAGRE-STATUS.
           SELECT PARTNER-IN ASSIGN TO PARTNERS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PARTNER-CODE
           FILE STATUS IS WS-PARTNER-IN-STATUS.
           SELECT CALENDAR-IN ASSIGN TO CALENDAR
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT STMTLEDG-FILE ASSIGN TO STMTLEDG
           FILE STATUS IS WS-STMTLEDG-STATUS.
           SELECT PRINT-OUT ASSIGN TO REBAPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD REP-HISTORY
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
           COPY REPHIST.
      *
       FD REBAGRE-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 119 CHARACTERS.
           COPY REBAGRR.
      *
       FD PARTNER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 171 CHARACTERS.
           COPY PARTNERR.
      *
       FD CALENDAR-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 19 CHARACTERS.
           COPY CALENDR.
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
      *
       FD STMTLEDG-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 37 CHARACTERS.
       01 STMTLEDG-RECORD.
           05 SL-PARTNER                     PIC X(2).
           05 SL-STMT-DATE                   PIC 9(8).
           05 SL-STMT-VALUE                  PIC 9(11)V99.
           05 SL-PAID-VALUE                  PIC 9(11)V99.
           05 SL-STATUS                      PIC X(1).
              88 SL-OPEN                     VALUE 'O'.
              88 SL-PAID                     VALUE 'P'.
              88 SL-SHORT-PAID               VALUE 'S'.
              88 SL-CREDIT-OPEN              VALUE 'C'.
              88 SL-CREDIT-USED              VALUE 'U'.
              88 SL-CREDIT-NOTE              VALUE 'C', 'U'.
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01 PRINT-OUT-RECORD                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      * Flags...
      *
       01 WS-HIST-STATUS                     PIC X(2).
           88 HIST-OK                        VALUE "00", "02".
           88 HIST-EOF                       VALUE "10".
           88 HIST-NOT-FOUND                 VALUE "35".
       01 WS-REBAGRE-STATUS                  PIC X(2).
           88 REBAGRE-OK                     VALUE "00".
           88 REBAGRE-EOF                    VALUE "10".
           88 REBAGRE-NOT-FOUND              VALUE "35".
       01 WS-PARTNER-IN-STATUS               PIC X(2).
           88 PARTNER-IN-OK                  VALUE "00".
           88 PARTNER-IN-NOT-FOUND           VALUE "23".
           88 PARTNER-IN-NO-FILE             VALUE "35".
       01 WS-CALENDAR-STATUS                 PIC X(2).
           88 CALENDAR-OK                    VALUE "00".
           88 CALENDAR-EOF                   VALUE "10".
           88 CALENDAR-NOT-FOUND             VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-STMTLEDG-STATUS                 PIC X(2).
           88 STMTLEDG-OK                    VALUE "00".
           88 STMTLEDG-EOF                   VALUE "10".
           88 STMTLEDG-NOT-FOUND             VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-TRIAL-FLAG                      PIC X VALUE 'N'.
           88 TRIAL-RUN                      VALUE 'Y'.
       01 WS-PERIOD-END                      PIC X VALUE 'N'.
           88 PERIOD-END-DAY                 VALUE 'Y'.
       01 WS-POSTING                         PIC X VALUE 'N'.
           88 POSTING-RUN                    VALUE 'Y'.
       01 WS-HIST-OPEN                       PIC X VALUE 'N'.
           88 HIST-OPEN                      VALUE 'Y'.
       01 WS-REBAGRE-OPEN                    PIC X VALUE 'N'.
           88 REBAGRE-OPEN                   VALUE 'Y'.
       01 WS-PARTNER-OPEN                    PIC X VALUE 'N'.
           88 PARTNER-OPEN                   VALUE 'Y'.
       01 WS-ALREADY-POSTED                  PIC X VALUE 'N'.
           88 ALREADY-POSTED                 VALUE 'Y'.
       01 WS-TRIAL-BANNER                    PIC X(31) VALUE
           '** TRIAL RUN - NOT FOR ISSUE **'.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-FISCAL-YEAR                     PIC 9(4) VALUE 0.
       01 WS-FISCAL-PERIOD                   PIC 9(2) VALUE 0.
       01 WS-PERIOD-FIRST                    PIC 9(8) VALUE 0.
       01 WS-SCAN-YEAR                       PIC 9(4) VALUE 0.
       01 WS-SCAN-PERIOD                     PIC 9(2) VALUE 0.
       01 WS-SCAN-FIRST                      PIC 9(8) VALUE 0.
       01 WS-PERIOD-VALUE                    PIC 9(13)V99 VALUE 0.
       01 WS-TIER-REACHED                    PIC 9(1) VALUE 0.
       01 WS-TIER-SUB                        PIC 9(1) VALUE 0.
       01 WS-REBATE-RATE                     PIC 9(2)V99 VALUE 0.
       01 WS-REBATE-VALUE                    PIC 9(11)V99 VALUE 0.
       01 WS-NEXT-THRESHOLD                  PIC 9(11)V99 VALUE 0.
       01 WS-TO-NEXT-TIER                    PIC 9(13)V99 VALUE 0.
      *
      * Totals and counters...
      *
       01 WS-HIST-READ-COUNT                 PIC 9(9) VALUE 0.
       01 WS-HIST-PERIOD-COUNT               PIC 9(9) VALUE 0.
       01 WS-AGREEMENT-COUNT                 PIC 9(5) VALUE 0.
       01 WS-EARNING-COUNT                   PIC 9(5) VALUE 0.
       01 WS-POSTED-COUNT                    PIC 9(5) VALUE 0.
       01 WS-NO-AGREEMENT-COUNT              PIC 9(5) VALUE 0.
       01 WS-TOTAL-VALUE                     PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-REBATE                    PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-POSTED                    PIC 9(13)V99 VALUE 0.
      *
      * Period retail value by partner...
      *
       01 WS-PARTNER-TABLE.
          05 PV-ENTRIES                      PIC 9(3) VALUE 0.
          05 PV-ENTRY
             OCCURS 1 TO 200 TIMES
             DEPENDING ON PV-ENTRIES
             INDEXED BY PV.
             10 PV-PARTNER                   PIC X(2).
             10 PV-VALUE                     PIC 9(13)V99.
             10 PV-AGREEMENT                 PIC X(1).
      *
      * Partners already credited for this date - a rerun of the
      * period close must not post the rebate twice...
      *
       01 WS-CREDITED-TABLE.
          05 CR-ENTRIES                      PIC 9(3) VALUE 0.
          05 CR-ENTRY
             OCCURS 1 TO 200 TIMES
             DEPENDING ON CR-ENTRIES
             INDEXED BY CR.
             10 CR-PARTNER                   PIC X(2).
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'PARTNER VOLUME REBATE ACCRUAL'.
             10 FILLER                       PIC X(15)   VALUE
                'FISCAL PERIOD: '.
             10 WS-H1-YEAR                   PIC 9(4).
             10 FILLER                       PIC X(1)    VALUE '/'.
             10 WS-H1-PERIOD                 PIC 9(2).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 FILLER                       PIC X(7)    VALUE
                'DATES: '.
             10 WS-H1-FIRST                  PIC 9(8).
             10 FILLER                       PIC X(4)    VALUE ' TO '.
             10 WS-H1-LAST                   PIC 9(8).
             10 FILLER                       PIC X(39)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(35)   VALUE
                'PARTNER'.
             10 FILLER                       PIC X(16)   VALUE
                '    PERIOD VALUE'.
             10 FILLER                       PIC X(7)    VALUE
                '   TIER'.
             10 FILLER                       PIC X(5)    VALUE
                ' RATE'.
             10 FILLER                       PIC X(16)   VALUE
                '   REBATE EARNED'.
             10 FILLER                       PIC X(16)   VALUE
                '  NEXT THRESHOLD'.
             10 FILLER                       PIC X(16)   VALUE
                '    TO NEXT TIER'.
             10 FILLER                       PIC X(21)   VALUE
                '  ACTION'.
          05 WS-DETAIL-LINE.
             10 WS-DET-PARTNER               PIC X(2).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-NAME                  PIC X(30).
             10 WS-DET-VALUE                 PIC Z(12)9.99.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-TIER                  PIC 9(1).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-RATE                  PIC Z9.99.
             10 WS-DET-REBATE                PIC Z(12)9.99.
             10 WS-DET-NEXT                  PIC Z(12)9.99.
             10 WS-DET-TO-NEXT               PIC Z(12)9.99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-ACTION                PIC X(19).
          05 WS-TOTAL-LINE.
             10 WS-TOT-LABEL                 PIC X(35).
             10 WS-TLN-VALUE                 PIC Z(12)9.99
                                             BLANK WHEN ZERO.
             10 FILLER                       PIC X(12)   VALUE SPACES.
             10 WS-TLN-REBATE                PIC Z(12)9.99.
             10 FILLER                       PIC X(53)   VALUE SPACES.
          05 WS-COUNT-LINE.
             10 WS-CNT-TEXT                  PIC X(35).
             10 WS-CNT-VALUE                 PIC Z(4)9.
             10 FILLER                       PIC X(92)   VALUE SPACES.
          05 WS-MESSAGE-LINE.
             10 WS-MSG-TEXT                  PIC X(60).
             10 FILLER                       PIC X(72)   VALUE SPACES.
      *
       COPY ERRLOGL.
      *
       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-MAIN-PROCESS UNTIL HIST-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

           PERFORM 1500-FIND-FISCAL-PERIOD
           DISPLAY 'REBATE ACCRUAL FOR FISCAL PERIOD: ' WS-FISCAL-YEAR
              '/' WS-FISCAL-PERIOD

      *    The rebate is only credited to the partner once the
      *    period has closed; any other day's run is an accrual
      *    report and leaves the settlement ledger alone.
           IF PERIOD-END-DAY AND NOT TRIAL-RUN
              MOVE 'Y' TO WS-POSTING
              PERFORM 1600-LOAD-POSTED-CREDITS
              PERFORM 1700-OPEN-STMT-LEDGER
           END-IF

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           IF WS-FISCAL-PERIOD = 0
              DISPLAY '** WARNING: NO FISCAL PERIOD TO ACCRUE **'
              SET HIST-EOF TO TRUE
           ELSE
              OPEN INPUT REP-HISTORY
              IF HIST-NOT-FOUND
                 DISPLAY '** WARNING: NO REPORT HISTORY **'
                 SET HIST-EOF TO TRUE
              ELSE
                 IF NOT HIST-OK
                    DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                    DISPLAY '** REP-HISTORY: ' WS-HIST-STATUS
                    MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 MOVE 'Y' TO WS-HIST-OPEN
                 PERFORM 1400-START-REP-HISTORY
              END-IF
           END-IF.

       1400-START-REP-HISTORY.
      *    Only the fiscal period to date is accrued, so reading
      *    starts at the period's first day.
           MOVE WS-PERIOD-FIRST TO HIST-DATE
           MOVE LOW-VALUES TO HIST-KEY
           START REP-HISTORY KEY IS NOT LESS THAN HIST-RECORD-KEY
              INVALID KEY
                 SET HIST-EOF TO TRUE
           END-START.

       1500-FIND-FISCAL-PERIOD.
      *    The calendar is in date order, so the first date of the
      *    business date's period is where its year and period
      *    last changed.
           OPEN INPUT CALENDAR-IN
           IF CALENDAR-NOT-FOUND
              DISPLAY '** WARNING: NO BUSINESS CALENDAR **'
           ELSE
              IF NOT CALENDAR-OK
                 DISPLAY '** CALENDAR-IN FILE IS NOT OK **'
                 MOVE '1500-FIND-FISCAL-PERIOD' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1550-SCAN-ONE-DATE UNTIL CALENDAR-EOF
              CLOSE CALENDAR-IN
           END-IF.

       1550-SCAN-ONE-DATE.
           READ CALENDAR-IN
              AT END CONTINUE
           END-READ
           IF CALENDAR-OK
              AND CAL-FISCAL-PERIOD NUMERIC
              AND CAL-FISCAL-YEAR NUMERIC
              IF CAL-FISCAL-YEAR NOT = WS-SCAN-YEAR
                 OR CAL-FISCAL-PERIOD NOT = WS-SCAN-PERIOD
                 MOVE CAL-FISCAL-YEAR TO WS-SCAN-YEAR
                 MOVE CAL-FISCAL-PERIOD TO WS-SCAN-PERIOD
                 MOVE CAL-DATE TO WS-SCAN-FIRST
              END-IF
              IF CAL-DATE = WS-BUSINESS-DATE
                 MOVE CAL-FISCAL-YEAR TO WS-FISCAL-YEAR
                 MOVE CAL-FISCAL-PERIOD TO WS-FISCAL-PERIOD
                 MOVE WS-SCAN-FIRST TO WS-PERIOD-FIRST
                 IF CAL-IS-PERIOD-END
                    MOVE 'Y' TO WS-PERIOD-END
                 END-IF
              END-IF
           END-IF.

       1600-LOAD-POSTED-CREDITS.
           OPEN INPUT STMTLEDG-FILE
           IF STMTLEDG-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT STMTLEDG-OK
                 DISPLAY '** STMTLEDG FILE IS NOT OK **'
                 DISPLAY '** STMTLEDG: ' WS-STMTLEDG-STATUS
                 MOVE '1600-LOAD-POSTED-CREDITS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1650-NOTE-ONE-CREDIT UNTIL STMTLEDG-EOF
              CLOSE STMTLEDG-FILE
           END-IF.

       1650-NOTE-ONE-CREDIT.
           READ STMTLEDG-FILE
              AT END CONTINUE
           END-READ
           IF STMTLEDG-OK
              IF SL-CREDIT-NOTE
                 AND SL-STMT-DATE = WS-BUSINESS-DATE
                 IF CR-ENTRIES = 200
                    DISPLAY '** CREDITED PARTNER TABLE FULL **'
                    MOVE '1650-NOTE-ONE-CREDIT' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO CR-ENTRIES
                 MOVE SL-PARTNER TO CR-PARTNER(CR-ENTRIES)
              END-IF
           END-IF.

       1700-OPEN-STMT-LEDGER.
           OPEN EXTEND STMTLEDG-FILE
           IF STMTLEDG-NOT-FOUND
              OPEN OUTPUT STMTLEDG-FILE
           END-IF
           IF NOT STMTLEDG-OK
              DISPLAY '** STMTLEDG FILE IS NOT OK **'
              DISPLAY '** STMTLEDG: ' WS-STMTLEDG-STATUS
              MOVE '1700-OPEN-STMT-LEDGER' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       2000-MAIN-PROCESS.
           READ REP-HISTORY NEXT RECORD
              AT END CONTINUE
           END-READ
           IF HIST-OK
              IF HIST-DATE > WS-BUSINESS-DATE
                 SET HIST-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-HIST-READ-COUNT
                 PERFORM 2100-ACCUMULATE-PARTNER
              END-IF
           ELSE
              IF NOT HIST-EOF
                 DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                 DISPLAY '** REP-HISTORY: ' WS-HIST-STATUS
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2100-ACCUMULATE-PARTNER.
           ADD 1 TO WS-HIST-PERIOD-COUNT
           SET PV TO 1
           SEARCH PV-ENTRY
              AT END
                 IF PV-ENTRIES = 200
                    DISPLAY '** PARTNER TABLE FULL **'
                    MOVE '2100-ACCUMULATE-PARTNER' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO PV-ENTRIES
                 SET PV TO PV-ENTRIES
                 MOVE HIST-PARTNER TO PV-PARTNER(PV)
                 MOVE HIST-RETAIL-VALUE TO PV-VALUE(PV)
                 MOVE 'N' TO PV-AGREEMENT(PV)
              WHEN PV-PARTNER(PV) = HIST-PARTNER
                 ADD HIST-RETAIL-VALUE TO PV-VALUE(PV)
           END-SEARCH.

       3000-END-PROCESS.
           MOVE WS-FISCAL-YEAR TO WS-H1-YEAR
           MOVE WS-FISCAL-PERIOD TO WS-H1-PERIOD
           MOVE WS-PERIOD-FIRST TO WS-H1-FIRST
           MOVE WS-BUSINESS-DATE TO WS-H1-LAST
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           IF TRIAL-RUN
              MOVE WS-TRIAL-BANNER TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF
           IF POSTING-RUN
              MOVE 'PERIOD CLOSE - REBATES CREDITED TO THE PARTNERS'
                 TO WS-MSG-TEXT
           ELSE
              MOVE 'ACCRUAL TO DATE - NOT POSTED UNTIL PERIOD CLOSE'
                 TO WS-MSG-TEXT
           END-IF
           MOVE WS-MESSAGE-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           IF WS-FISCAL-PERIOD NOT = 0
              PERFORM 6700-OPEN-PARTNER-IN
              OPEN INPUT REBAGRE-IN
              IF REBAGRE-NOT-FOUND
                 DISPLAY '** WARNING: NO REBATE AGREEMENTS **'
              ELSE
                 IF NOT REBAGRE-OK
                    DISPLAY '** REBAGRE-IN FILE IS NOT OK **'
                    DISPLAY '** REBAGRE-IN: ' WS-REBAGRE-STATUS
                    MOVE '3000-END-PROCESS' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 MOVE 'Y' TO WS-REBAGRE-OPEN
                 PERFORM 3100-ACCRUE-ONE-AGREEMENT UNTIL REBAGRE-EOF
              END-IF
           END-IF

           IF WS-AGREEMENT-COUNT = 0
              MOVE 'NO REBATE AGREEMENTS ON FILE' TO WS-MSG-TEXT
              MOVE WS-MESSAGE-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF

           PERFORM 3300-COUNT-NO-AGREEMENT
              VARYING PV FROM 1 BY 1 UNTIL PV > PV-ENTRIES

           PERFORM 5300-PRINT-TOTALS

           IF HIST-OPEN
              CLOSE REP-HISTORY
           END-IF
           IF REBAGRE-OPEN
              CLOSE REBAGRE-IN
           END-IF
           IF PARTNER-OPEN
              CLOSE PARTNER-IN
           END-IF
           IF POSTING-RUN
              CLOSE STMTLEDG-FILE
           END-IF
           CLOSE PRINT-OUT

           DISPLAY 'REPHIST RECORDS READ: ' WS-HIST-READ-COUNT
           DISPLAY 'REPHIST RECORDS FOR THE PERIOD: '
              WS-HIST-PERIOD-COUNT
           DISPLAY 'REBATE AGREEMENTS: ' WS-AGREEMENT-COUNT
           DISPLAY 'REBATE CREDITS POSTED: ' WS-POSTED-COUNT.

       3100-ACCRUE-ONE-AGREEMENT.
           READ REBAGRE-IN NEXT RECORD
              AT END CONTINUE
           END-READ
           IF REBAGRE-OK
              ADD 1 TO WS-AGREEMENT-COUNT
              PERFORM 3200-WORK-OUT-REBATE
              PERFORM 5000-PRINT-AGREEMENT
           ELSE
              IF NOT REBAGRE-EOF
                 DISPLAY '** REBAGRE-IN FILE IS NOT OK **'
                 DISPLAY '** REBAGRE-IN: ' WS-REBAGRE-STATUS
                 MOVE '3100-ACCRUE-ONE-AGREEMENT' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       3200-WORK-OUT-REBATE.
      *    The rate of the highest tier the period value has reached
      *    applies to the whole of that value, not just the slice
      *    above the threshold.
           MOVE 0 TO WS-PERIOD-VALUE
           SET PV TO 1
           SEARCH PV-ENTRY
              AT END CONTINUE
              WHEN PV-PARTNER(PV) = RA-PARTNER
                 MOVE PV-VALUE(PV) TO WS-PERIOD-VALUE
                 MOVE 'Y' TO PV-AGREEMENT(PV)
           END-SEARCH

           MOVE 0 TO WS-TIER-REACHED
           MOVE 0 TO WS-REBATE-RATE
           MOVE 0 TO WS-REBATE-VALUE
           MOVE 0 TO WS-NEXT-THRESHOLD
           MOVE 0 TO WS-TO-NEXT-TIER
           IF RA-ACTIVE
              PERFORM 3210-TEST-ONE-TIER
                 VARYING WS-TIER-SUB FROM 1 BY 1
                 UNTIL WS-TIER-SUB > RA-TIER-COUNT
              IF WS-TIER-REACHED > 0
                 COMPUTE WS-REBATE-VALUE ROUNDED =
                    WS-PERIOD-VALUE * WS-REBATE-RATE / 100
              END-IF
              IF WS-TIER-REACHED < RA-TIER-COUNT
                 ADD 1 TO WS-TIER-REACHED GIVING WS-TIER-SUB
                 MOVE RA-THRESHOLD(WS-TIER-SUB) TO WS-NEXT-THRESHOLD
                 COMPUTE WS-TO-NEXT-TIER =
                    WS-NEXT-THRESHOLD - WS-PERIOD-VALUE
              END-IF
           END-IF

           ADD WS-PERIOD-VALUE TO WS-TOTAL-VALUE
           ADD WS-REBATE-VALUE TO WS-TOTAL-REBATE
           IF WS-REBATE-VALUE > 0
              ADD 1 TO WS-EARNING-COUNT
           END-IF.

       3210-TEST-ONE-TIER.
           IF WS-PERIOD-VALUE NOT < RA-THRESHOLD(WS-TIER-SUB)
              MOVE WS-TIER-SUB TO WS-TIER-REACHED
              MOVE RA-RATE(WS-TIER-SUB) TO WS-REBATE-RATE
           END-IF.

       3300-COUNT-NO-AGREEMENT.
           IF PV-AGREEMENT(PV) = 'N'
              ADD 1 TO WS-NO-AGREEMENT-COUNT
              DISPLAY '** PARTNER ' PV-PARTNER(PV)
                 ' HAS PERIOD SALES BUT NO REBATE AGREEMENT **'
           END-IF.

       4950-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL-IN
           IF RUNCTL-NOT-FOUND
              MOVE 0 TO WS-RUN-NUMBER
           ELSE
              IF NOT RUNCTL-OK
                 DISPLAY '** RUNCTL-IN FILE IS NOT OK **'
                 MOVE '4950-READ-RUN-CONTROL' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              READ RUNCTL-IN
                 AT END SET RUNCTL-EOF TO TRUE
              END-READ
              IF RUNCTL-OK
                 MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER
                 MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
                 MOVE RC-TRIAL-FLAG TO WS-TRIAL-FLAG
              END-IF
              CLOSE RUNCTL-IN
           END-IF.

       5000-PRINT-AGREEMENT.
           MOVE RA-PARTNER TO WS-DET-PARTNER
           MOVE RA-DESC TO WS-DET-NAME
           IF PARTNER-OPEN
              MOVE RA-PARTNER TO PARTNER-CODE
              READ PARTNER-IN
                 NOT INVALID KEY
                    MOVE PARTNER-NAME TO WS-DET-NAME
              END-READ
           END-IF
           MOVE WS-PERIOD-VALUE TO WS-DET-VALUE
           MOVE WS-TIER-REACHED TO WS-DET-TIER
           MOVE WS-REBATE-RATE TO WS-DET-RATE
           MOVE WS-REBATE-VALUE TO WS-DET-REBATE
           MOVE WS-NEXT-THRESHOLD TO WS-DET-NEXT
           MOVE WS-TO-NEXT-TIER TO WS-DET-TO-NEXT

           EVALUATE TRUE
              WHEN RA-SUSPENDED
                 MOVE 'SUSPENDED' TO WS-DET-ACTION
              WHEN WS-REBATE-VALUE = 0
                 MOVE 'NO TIER REACHED' TO WS-DET-ACTION
              WHEN NOT POSTING-RUN
                 MOVE 'ACCRUED' TO WS-DET-ACTION
              WHEN OTHER
                 PERFORM 5100-POST-CREDIT-NOTE
           END-EVALUATE

           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-POST-CREDIT-NOTE.
      *    The credit note sits on the settlement ledger dated the
      *    period-end date, open for REMITPST to set against the
      *    partner's next short-paid statement.
           MOVE 'N' TO WS-ALREADY-POSTED
           SET CR TO 1
           SEARCH CR-ENTRY
              AT END CONTINUE
              WHEN CR-PARTNER(CR) = RA-PARTNER
                 MOVE 'Y' TO WS-ALREADY-POSTED
           END-SEARCH
           IF ALREADY-POSTED
              MOVE 'ALREADY CREDITED' TO WS-DET-ACTION
           ELSE
              MOVE RA-PARTNER TO SL-PARTNER
              MOVE WS-BUSINESS-DATE TO SL-STMT-DATE
              MOVE WS-REBATE-VALUE TO SL-STMT-VALUE
              MOVE 0 TO SL-PAID-VALUE
              MOVE 'C' TO SL-STATUS
              WRITE STMTLEDG-RECORD
              IF NOT STMTLEDG-OK
                 DISPLAY '** STMTLEDG WRITE IS NOT OK **'
                 DISPLAY '** STMTLEDG: ' WS-STMTLEDG-STATUS
                 MOVE '5100-POST-CREDIT-NOTE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-POSTED-COUNT
              ADD WS-REBATE-VALUE TO WS-TOTAL-POSTED
              MOVE 'CREDIT NOTE POSTED' TO WS-DET-ACTION
           END-IF.

       5300-PRINT-TOTALS.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'TOTAL FOR THE PERIOD' TO WS-TOT-LABEL
           MOVE WS-TOTAL-VALUE TO WS-TLN-VALUE
           MOVE WS-TOTAL-REBATE TO WS-TLN-REBATE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'CREDITED TO THE SETTLEMENT LEDGER' TO WS-TOT-LABEL
           MOVE 0 TO WS-TLN-VALUE
           MOVE WS-TOTAL-POSTED TO WS-TLN-REBATE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'AGREEMENTS:' TO WS-CNT-TEXT
           MOVE WS-AGREEMENT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'AGREEMENTS EARNING A REBATE:' TO WS-CNT-TEXT
           MOVE WS-EARNING-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'CREDIT NOTES POSTED:' TO WS-CNT-TEXT
           MOVE WS-POSTED-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'PARTNERS WITH SALES, NO AGREEMENT:' TO WS-CNT-TEXT
           MOVE WS-NO-AGREEMENT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       6700-OPEN-PARTNER-IN.
           OPEN INPUT PARTNER-IN
           IF PARTNER-IN-NO-FILE
              DISPLAY '** WARNING: NO PARTNER MASTER - AGREEMENT '
                 'DESCRIPTIONS SHOWN **'
           ELSE
              IF NOT PARTNER-IN-OK
                 DISPLAY '** PARTNER-IN FILE IS NOT OK **'
                 DISPLAY '** PARTNER-IN: ' WS-PARTNER-IN-STATUS
                 MOVE '6700-OPEN-PARTNER-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE 'Y' TO WS-PARTNER-OPEN
           END-IF.

       9999-ABEND.
           MOVE 'REBACCR' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
