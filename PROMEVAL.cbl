       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROMEVAL.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : PROMOTION EVALUATION                            *
      *                                                                *
      *  Function    : POST-PROMOTION UPLIFT REPORT. FOR EACH          *
      *                PROMOTION ON THE PROMOS MASTER WHICH ENDED      *
      *                BEFORE THE BUSINESS DATE (RUN CONTROL, ELSE     *
      *                TODAY) AND WITHIN THE LOOK-BACK DAYS ON         *
      *                PEVLPARM (DEFAULT 28), OR FOR THE ONE PROMOTION *
      *                NAMED ON PEVLPARM, THE NET UNITS AND MARGIN     *
      *                (RETAIL LESS COST) OF EACH PROMOTED ITEM FROM   *
      *                THE REPHIST SALES HISTORY DURING THE PROMOTION  *
      *                ARE SET AGAINST THE SAME NUMBER OF DAYS         *
      *                IMMEDIATELY BEFORE IT, COUNTING ONLY ITS        *
      *                REGION'S BRANCHES FOR A REGIONAL PROMOTION,     *
      *                WITH THE UNIT UPLIFT, THE MARGIN CHANGE AND     *
      *                WHETHER THE PROMOTION PAID, AND TOTALS FOR EACH *
      *                PROMOTION AND THE WHOLE REPORT.                 *
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
           SELECT PROMO-IN ASSIGN TO PROMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PR-KEY
           ALTERNATE RECORD KEY IS PR-ITEM WITH DUPLICATES
           FILE STATUS IS WS-PROMO-IN-STATUS.
           SELECT REP-HISTORY ASSIGN TO REPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-RECORD-KEY
           ALTERNATE RECORD KEY IS HIST-BRANCH WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-ITEM WITH DUPLICATES
           FILE STATUS IS WS-HIST-STATUS.
           SELECT PARM-IN ASSIGN TO PEVLPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO PROMEVAL
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD PROMO-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS.
           COPY PROMOR.
      *
       FD REP-HISTORY
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
           COPY REPHIST.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 9 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-PROMO-ID                  PIC X(6).
           05 PARM-LOOKBACK-DAYS             PIC 9(3).
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
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
       01 WS-PROMO-IN-STATUS                 PIC X(2).
           88 PROMO-IN-OK                    VALUE "00".
           88 PROMO-IN-EOF                   VALUE "10".
           88 PROMO-IN-NOT-FOUND             VALUE "35".
       01 WS-HIST-STATUS                     PIC X(2).
           88 HIST-OK                        VALUE "00", "02".
           88 HIST-EOF                       VALUE "10".
           88 HIST-NOT-FOUND                 VALUE "35".
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PARM-IN-EOF                    VALUE "10".
           88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-HIST-PRESENT                    PIC X VALUE 'N'.
           88 HIST-PRESENT                   VALUE 'Y'.
       01 WS-HIST-SCAN-DONE                  PIC X VALUE 'N'.
           88 HIST-SCAN-DONE                 VALUE 'Y'.
       01 WS-PROMO-SELECTED                  PIC X VALUE 'N'.
           88 PROMO-SELECTED                 VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
      *    Without a promotion id on the parm, promotions which ended
      *    within this many days of the business date are evaluated.
       01 WS-LOOKBACK-DAYS                   PIC 9(3) VALUE 28.
       01 WS-SELECT-PROMO-ID                 PIC X(6) VALUE SPACES.
       01 WS-ENDED-SINCE                     PIC 9(8) VALUE 0.
       01 WS-CUR-PROMO-ID                    PIC X(6) VALUE SPACES.
       01 WS-PROMO-DAYS                      PIC 9(5) VALUE 0.
       01 WS-PRE-START-DATE                  PIC 9(8) VALUE 0.
       01 WS-PRE-END-DATE                    PIC 9(8) VALUE 0.
       01 WS-WORK-DATE                       PIC 9(8) VALUE 0.
       01 WS-WORK-DATE-RED REDEFINES WS-WORK-DATE.
           05 WS-WORK-CCYY                   PIC 9(4).
           05 WS-WORK-MM                     PIC 99.
           05 WS-WORK-DD                     PIC 99.
       01 WS-DAY-IDX                         PIC 9(5) VALUE 0.
       01 WS-MONTH-DAYS                      PIC 99 VALUE 0.
       01 WS-LEAP-QUOT                       PIC 9(4) VALUE 0.
       01 WS-LEAP-REM                        PIC 9(4) VALUE 0.
       01 WS-NET-UNITS                       PIC S9(7) VALUE 0.
       01 WS-PRE-MARGIN                      PIC S9(13)V99 VALUE 0.
       01 WS-PRO-MARGIN                      PIC S9(13)V99 VALUE 0.
       01 WS-MARGIN-CHANGE                   PIC S9(13)V99 VALUE 0.
       01 WS-CHANGE-PCT                      PIC S9(5)V99 VALUE 0.
       01 WS-PCT-EDIT                        PIC ZZZ9.99-.
      *
      * Counters...
      *
       01 WS-PROMO-READ-COUNT                PIC 9(7) VALUE 0.
       01 WS-PROMO-COUNT                     PIC 9(5) VALUE 0.
       01 WS-ITEM-COUNT                      PIC 9(7) VALUE 0.
       01 WS-HIST-USED-COUNT                 PIC 9(9) VALUE 0.
      *
      * Units, cost and retail before and during the promotion, for
      * the item, the promotion and the whole report...
      *
       01 WS-ITEM-TOTALS.
          05 WS-ITM-PRE-UNITS                PIC S9(11) VALUE 0.
          05 WS-ITM-PRE-COST                 PIC S9(13)V99 VALUE 0.
          05 WS-ITM-PRE-RETAIL               PIC S9(13)V99 VALUE 0.
          05 WS-ITM-PRO-UNITS                PIC S9(11) VALUE 0.
          05 WS-ITM-PRO-COST                 PIC S9(13)V99 VALUE 0.
          05 WS-ITM-PRO-RETAIL               PIC S9(13)V99 VALUE 0.
       01 WS-PROMO-TOTALS.
          05 WS-PRM-PRE-UNITS                PIC S9(11) VALUE 0.
          05 WS-PRM-PRE-COST                 PIC S9(13)V99 VALUE 0.
          05 WS-PRM-PRE-RETAIL               PIC S9(13)V99 VALUE 0.
          05 WS-PRM-PRO-UNITS                PIC S9(11) VALUE 0.
          05 WS-PRM-PRO-COST                 PIC S9(13)V99 VALUE 0.
          05 WS-PRM-PRO-RETAIL               PIC S9(13)V99 VALUE 0.
       01 WS-REPORT-TOTALS.
          05 WS-RPT-PRE-UNITS                PIC S9(11) VALUE 0.
          05 WS-RPT-PRE-COST                 PIC S9(13)V99 VALUE 0.
          05 WS-RPT-PRE-RETAIL               PIC S9(13)V99 VALUE 0.
          05 WS-RPT-PRO-UNITS                PIC S9(11) VALUE 0.
          05 WS-RPT-PRO-COST                 PIC S9(13)V99 VALUE 0.
          05 WS-RPT-PRO-RETAIL               PIC S9(13)V99 VALUE 0.
      *
      * Figures being formatted onto a detail line...
      *
       01 WS-FIGURES.
          05 WS-FIG-PRE-UNITS                PIC S9(11) VALUE 0.
          05 WS-FIG-PRE-COST                 PIC S9(13)V99 VALUE 0.
          05 WS-FIG-PRE-RETAIL               PIC S9(13)V99 VALUE 0.
          05 WS-FIG-PRO-UNITS                PIC S9(11) VALUE 0.
          05 WS-FIG-PRO-COST                 PIC S9(13)V99 VALUE 0.
          05 WS-FIG-PRO-RETAIL               PIC S9(13)V99 VALUE 0.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'PROMOTION UPLIFT EVALUATION'.
             10 FILLER                       PIC X(15)   VALUE
                'BUSINESS DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(69)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(33)   VALUE
                'EACH PROMOTION IS COMPARED WITH '.
             10 FILLER                       PIC X(33)   VALUE
                'THE SAME NUMBER OF DAYS BEFORE IT'.
             10 FILLER                       PIC X(66)   VALUE SPACES.
          05 WS-PROMO-LINE.
             10 FILLER                       PIC X(11)   VALUE
                'PROMOTION: '.
             10 WS-PL-PROMO-ID               PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-PL-DESC                   PIC X(30).
             10 FILLER                       PIC X(83)   VALUE SPACES.
          05 WS-HEADER3-MSG.
             10 FILLER                       PIC X(43)   VALUE
                'ITEM   RGN START    END      DAYS    PRICE'.
             10 FILLER                       PIC X(9)    VALUE
                'PRE UNIT '.
             10 FILLER                       PIC X(9)    VALUE
                'PRO UNIT '.
             10 FILLER                       PIC X(9)    VALUE
                ' UNITS % '.
             10 FILLER                       PIC X(14)   VALUE
                '   PRE MARGIN '.
             10 FILLER                       PIC X(14)   VALUE
                ' PROMO MARGIN '.
             10 FILLER                       PIC X(14)   VALUE
                '   MARGIN CHG '.
             10 FILLER                       PIC X(9)    VALUE
                'RESULT'.
             10 FILLER                       PIC X(11)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-LEAD.
                15 WS-DET-ITEM               PIC X(6).
                15 FILLER                    PIC X(1)    VALUE SPACES.
                15 WS-DET-REGION             PIC X(3).
                15 FILLER                    PIC X(1)    VALUE SPACES.
                15 WS-DET-START              PIC 9(8).
                15 FILLER                    PIC X(1)    VALUE SPACES.
                15 WS-DET-END                PIC 9(8).
                15 FILLER                    PIC X(1)    VALUE SPACES.
                15 WS-DET-DAYS               PIC ZZZ9.
                15 FILLER                    PIC X(1)    VALUE SPACES.
                15 WS-DET-PRICE              PIC ZZZZ9.99.
                15 FILLER                    PIC X(1)    VALUE SPACES.
             10 WS-DET-PRE-UNITS             PIC Z(6)9-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-PRO-UNITS             PIC Z(6)9-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-PCT                   PIC X(8).
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-PRE-MARGIN            PIC Z(8)9.99-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-PRO-MARGIN            PIC Z(8)9.99-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-MARGIN-CHG            PIC Z(8)9.99-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-RESULT                PIC X(8).
             10 FILLER                       PIC X(12)   VALUE SPACES.
          05 WS-NO-DATA-MSG                  PIC X(40)   VALUE
             'NO ENDED PROMOTIONS TO EVALUATE'.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-MAIN-PROCESS UNTIL PROMO-IN-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4600-READ-PARM-IN
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           PERFORM 8000-BACK-ONE-DAY
              VARYING WS-DAY-IDX FROM 1 BY 1
              UNTIL WS-DAY-IDX > WS-LOOKBACK-DAYS
           MOVE WS-WORK-DATE TO WS-ENDED-SINCE
           IF WS-SELECT-PROMO-ID = SPACES
              DISPLAY 'PROMEVAL: PROMOTIONS ENDED FROM '
                 WS-ENDED-SINCE ' TO BEFORE ' WS-BUSINESS-DATE
           ELSE
              DISPLAY 'PROMEVAL: PROMOTION ' WS-SELECT-PROMO-ID
           END-IF

           OPEN INPUT PROMO-IN
           IF PROMO-IN-NOT-FOUND
              DISPLAY '** WARNING: NO PROMOTION MASTER - NOTHING TO '
                 'EVALUATE **'
              SET PROMO-IN-EOF TO TRUE
           ELSE
              IF NOT PROMO-IN-OK
                 DISPLAY '** PROMO-IN FILE IS NOT OK **'
                 DISPLAY '** PROMO-IN: ' WS-PROMO-IN-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF

           OPEN INPUT REP-HISTORY
           IF HIST-OK
              MOVE 'Y' TO WS-HIST-PRESENT
           ELSE
              IF HIST-NOT-FOUND
                 DISPLAY '** WARNING: NO SALES HISTORY - ALL '
                    'FIGURES ARE ZERO **'
              ELSE
                 DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                 DISPLAY '** REP-HISTORY: ' WS-HIST-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-H1-DATE
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 4000-READ-PROMO-IN.

       2000-MAIN-PROCESS.
      *    The master is read in promotion order, so each promotion's
      *    items arrive together under their promotion heading.
           IF PROMO-IN-OK
              ADD 1 TO WS-PROMO-READ-COUNT
              PERFORM 2100-TEST-SELECTED
              IF PROMO-SELECTED
                 IF PR-PROMO-ID NOT = WS-CUR-PROMO-ID
                    PERFORM 2400-END-PROMOTION
                    PERFORM 2500-START-PROMOTION
                 END-IF
                 PERFORM 2200-EVALUATE-ITEM
              END-IF
           END-IF

           PERFORM 4000-READ-PROMO-IN.

       2100-TEST-SELECTED.
      *    Only a promotion which has finished can be judged; a
      *    promotion id on the parm picks it out however long ago it
      *    ended.
           MOVE 'N' TO WS-PROMO-SELECTED
           IF PR-END-DATE < WS-BUSINESS-DATE
              IF WS-SELECT-PROMO-ID = SPACES
                 IF PR-END-DATE NOT < WS-ENDED-SINCE
                    MOVE 'Y' TO WS-PROMO-SELECTED
                 END-IF
              ELSE
                 IF PR-PROMO-ID = WS-SELECT-PROMO-ID
                    MOVE 'Y' TO WS-PROMO-SELECTED
                 END-IF
              END-IF
           END-IF.

       2200-EVALUATE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           PERFORM 2210-DERIVE-WINDOWS
           INITIALIZE WS-ITEM-TOTALS
           IF HIST-PRESENT
              MOVE PR-ITEM TO HIST-ITEM
              START REP-HISTORY KEY IS EQUAL TO HIST-ITEM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'N' TO WS-HIST-SCAN-DONE
                    PERFORM 2300-POST-ONE-HISTORY
                       UNTIL HIST-SCAN-DONE
              END-START
           END-IF

           ADD WS-ITM-PRE-UNITS TO WS-PRM-PRE-UNITS
           ADD WS-ITM-PRE-COST TO WS-PRM-PRE-COST
           ADD WS-ITM-PRE-RETAIL TO WS-PRM-PRE-RETAIL
           ADD WS-ITM-PRO-UNITS TO WS-PRM-PRO-UNITS
           ADD WS-ITM-PRO-COST TO WS-PRM-PRO-COST
           ADD WS-ITM-PRO-RETAIL TO WS-PRM-PRO-RETAIL

           MOVE SPACES TO WS-DET-LEAD
           MOVE PR-ITEM TO WS-DET-ITEM
           IF PR-ALL-REGIONS
              MOVE 'ALL' TO WS-DET-REGION
           ELSE
              MOVE PR-REGION TO WS-DET-REGION
           END-IF
           MOVE PR-START-DATE TO WS-DET-START
           MOVE PR-END-DATE TO WS-DET-END
           MOVE WS-PROMO-DAYS TO WS-DET-DAYS
           MOVE PR-PROMO-PRICE TO WS-DET-PRICE
           MOVE WS-ITEM-TOTALS TO WS-FIGURES
           PERFORM 5000-PRINT-FIGURES.

       2210-DERIVE-WINDOWS.
      *    The promotion runs from its start to its end date inclusive;
      *    it is measured against the same number of days ending the
      *    day before it started.
           MOVE 0 TO WS-PROMO-DAYS
           MOVE PR-START-DATE TO WS-WORK-DATE
           PERFORM 2220-COUNT-ONE-DAY
              UNTIL WS-WORK-DATE > PR-END-DATE

           MOVE PR-START-DATE TO WS-WORK-DATE
           PERFORM 8000-BACK-ONE-DAY
           MOVE WS-WORK-DATE TO WS-PRE-END-DATE
           PERFORM 8000-BACK-ONE-DAY
              VARYING WS-DAY-IDX FROM 2 BY 1
              UNTIL WS-DAY-IDX > WS-PROMO-DAYS
           MOVE WS-WORK-DATE TO WS-PRE-START-DATE.

       2220-COUNT-ONE-DAY.
           ADD 1 TO WS-PROMO-DAYS
           PERFORM 8050-FORWARD-ONE-DAY.

       2300-POST-ONE-HISTORY.
      *    A regional promotion counts only the sales of branches in
      *    its region, in both windows.
           READ REP-HISTORY NEXT RECORD
              AT END MOVE 'Y' TO WS-HIST-SCAN-DONE
           END-READ
           IF NOT HIST-OK AND NOT HIST-EOF
              DISPLAY '** REP-HISTORY FILE IS NOT OK **'
              DISPLAY '** REP-HISTORY: ' WS-HIST-STATUS
              MOVE '2300-POST-ONE-HISTORY' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           IF HIST-SCAN-DONE OR HIST-ITEM NOT = PR-ITEM
              MOVE 'Y' TO WS-HIST-SCAN-DONE
           ELSE
              IF PR-ALL-REGIONS OR HIST-REGION = PR-REGION
                 COMPUTE WS-NET-UNITS = HIST-UNITS - HIST-RETURN-UNITS
                 IF HIST-DATE NOT < PR-START-DATE
                    AND HIST-DATE NOT > PR-END-DATE
                    ADD 1 TO WS-HIST-USED-COUNT
                    ADD WS-NET-UNITS TO WS-ITM-PRO-UNITS
                    ADD HIST-COST-VALUE TO WS-ITM-PRO-COST
                    ADD HIST-RETAIL-VALUE TO WS-ITM-PRO-RETAIL
                 ELSE
                    IF HIST-DATE NOT < WS-PRE-START-DATE
                       AND HIST-DATE NOT > WS-PRE-END-DATE
                       ADD 1 TO WS-HIST-USED-COUNT
                       ADD WS-NET-UNITS TO WS-ITM-PRE-UNITS
                       ADD HIST-COST-VALUE TO WS-ITM-PRE-COST
                       ADD HIST-RETAIL-VALUE TO WS-ITM-PRE-RETAIL
                    END-IF
                 END-IF
              END-IF
           END-IF.

       2400-END-PROMOTION.
           IF WS-CUR-PROMO-ID NOT = SPACES
              MOVE SPACES TO WS-DET-LEAD
              MOVE 'PROMOTION TOTAL' TO WS-DET-LEAD
              MOVE WS-PROMO-TOTALS TO WS-FIGURES
              PERFORM 5000-PRINT-FIGURES

              ADD WS-PRM-PRE-UNITS TO WS-RPT-PRE-UNITS
              ADD WS-PRM-PRE-COST TO WS-RPT-PRE-COST
              ADD WS-PRM-PRE-RETAIL TO WS-RPT-PRE-RETAIL
              ADD WS-PRM-PRO-UNITS TO WS-RPT-PRO-UNITS
              ADD WS-PRM-PRO-COST TO WS-RPT-PRO-COST
              ADD WS-PRM-PRO-RETAIL TO WS-RPT-PRO-RETAIL
           END-IF.

       2500-START-PROMOTION.
           ADD 1 TO WS-PROMO-COUNT
           MOVE PR-PROMO-ID TO WS-CUR-PROMO-ID
           INITIALIZE WS-PROMO-TOTALS

           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE PR-PROMO-ID TO WS-PL-PROMO-ID
           MOVE PR-DESC TO WS-PL-DESC
           MOVE WS-PROMO-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER3-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       3000-END-PROCESS.
           PERFORM 2400-END-PROMOTION

           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           IF WS-PROMO-COUNT = 0
              MOVE WS-NO-DATA-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           ELSE
              MOVE SPACES TO WS-DET-LEAD
              MOVE 'ALL PROMOTIONS' TO WS-DET-LEAD
              MOVE WS-REPORT-TOTALS TO WS-FIGURES
              PERFORM 5000-PRINT-FIGURES
           END-IF

           CLOSE PRINT-OUT
           IF HIST-PRESENT
              CLOSE REP-HISTORY
           END-IF
           IF NOT PROMO-IN-NOT-FOUND
              CLOSE PROMO-IN
           END-IF

           DISPLAY 'PROMOTION RECORDS READ: ' WS-PROMO-READ-COUNT
           DISPLAY 'PROMOTIONS EVALUATED: ' WS-PROMO-COUNT
           DISPLAY 'PROMOTED ITEMS EVALUATED: ' WS-ITEM-COUNT
           DISPLAY 'HISTORY RECORDS USED: ' WS-HIST-USED-COUNT.

       4000-READ-PROMO-IN.
           IF NOT PROMO-IN-EOF
              READ PROMO-IN
                 AT END CONTINUE
              END-READ
              IF NOT PROMO-IN-OK AND NOT PROMO-IN-EOF
                 DISPLAY '** PROMO-IN FILE IS NOT OK **'
                 DISPLAY '** PROMO-IN: ' WS-PROMO-IN-STATUS
                 MOVE '4000-READ-PROMO-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       4600-READ-PARM-IN.
           OPEN INPUT PARM-IN
           IF PARM-IN-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT PARM-IN-OK
                 DISPLAY '** PARM-IN FILE IS NOT OK **'
                 DISPLAY '** PARM-IN: ' WS-PARM-IN-STATUS
                 MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              READ PARM-IN
                 AT END SET PARM-IN-EOF TO TRUE
              END-READ
              IF PARM-IN-OK
                 MOVE PARM-PROMO-ID TO WS-SELECT-PROMO-ID
                 IF PARM-LOOKBACK-DAYS NUMERIC
                    AND PARM-LOOKBACK-DAYS > 0
                    MOVE PARM-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                 END-IF
              END-IF
              CLOSE PARM-IN
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
              END-IF
              CLOSE RUNCTL-IN
           END-IF.

       5000-PRINT-FIGURES.
      *    Margin is retail less cost. A promotion has paid when it
      *    earned more margin than the same number of days before it.
           MOVE WS-FIG-PRE-UNITS TO WS-DET-PRE-UNITS
           MOVE WS-FIG-PRO-UNITS TO WS-DET-PRO-UNITS
           IF WS-FIG-PRE-UNITS = 0
              MOVE '     N/A' TO WS-DET-PCT
           ELSE
              COMPUTE WS-CHANGE-PCT ROUNDED =
                 ((WS-FIG-PRO-UNITS - WS-FIG-PRE-UNITS) * 100)
                    / WS-FIG-PRE-UNITS
                 ON SIZE ERROR
                    MOVE 9999.99 TO WS-CHANGE-PCT
              END-COMPUTE
              MOVE WS-CHANGE-PCT TO WS-PCT-EDIT
              MOVE WS-PCT-EDIT TO WS-DET-PCT
           END-IF
           COMPUTE WS-PRE-MARGIN = WS-FIG-PRE-RETAIL - WS-FIG-PRE-COST
           COMPUTE WS-PRO-MARGIN = WS-FIG-PRO-RETAIL - WS-FIG-PRO-COST
           COMPUTE WS-MARGIN-CHANGE = WS-PRO-MARGIN - WS-PRE-MARGIN
           MOVE WS-PRE-MARGIN TO WS-DET-PRE-MARGIN
           MOVE WS-PRO-MARGIN TO WS-DET-PRO-MARGIN
           MOVE WS-MARGIN-CHANGE TO WS-DET-MARGIN-CHG
           IF WS-MARGIN-CHANGE > 0
              MOVE 'PAID' TO WS-DET-RESULT
           ELSE
              MOVE 'NOT PAID' TO WS-DET-RESULT
           END-IF
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       8000-BACK-ONE-DAY.
      *    Walk the work date back one calendar day.
           IF WS-WORK-DD > 1
              SUBTRACT 1 FROM WS-WORK-DD
           ELSE
              IF WS-WORK-MM > 1
                 SUBTRACT 1 FROM WS-WORK-MM
              ELSE
                 MOVE 12 TO WS-WORK-MM
                 SUBTRACT 1 FROM WS-WORK-CCYY
              END-IF
              PERFORM 8100-DAYS-IN-MONTH
              MOVE WS-MONTH-DAYS TO WS-WORK-DD
           END-IF.

       8050-FORWARD-ONE-DAY.
      *    Walk the work date forward one calendar day.
           PERFORM 8100-DAYS-IN-MONTH
           IF WS-WORK-DD < WS-MONTH-DAYS
              ADD 1 TO WS-WORK-DD
           ELSE
              MOVE 1 TO WS-WORK-DD
              IF WS-WORK-MM < 12
                 ADD 1 TO WS-WORK-MM
              ELSE
                 MOVE 1 TO WS-WORK-MM
                 ADD 1 TO WS-WORK-CCYY
              END-IF
           END-IF.

       8100-DAYS-IN-MONTH.
           EVALUATE WS-WORK-MM
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-MONTH-DAYS
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 02
                 DIVIDE WS-WORK-CCYY BY 4
                    GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = 0
                    MOVE 29 TO WS-MONTH-DAYS
                 ELSE
                    MOVE 28 TO WS-MONTH-DAYS
                 END-IF
           END-EVALUATE.

       9999-ABEND.
           MOVE 'PROMEVAL' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
