       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CREDEXP.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : PARTNER CREDIT EXPOSURE                         *
      *                                                                *
      *  Function    : STRIKE EACH PARTNER'S CREDIT EXPOSURE NIGHTLY - *
      *                THE BALANCE STILL OWED ON ITS OPEN AND          *
      *                SHORT-PAID STMTLEDG STATEMENTS LESS UNUSED      *
      *                CREDIT NOTES, PLUS THE REPHIST RETAIL VALUE NOT *
      *                YET STATEMENTED, TONIGHT'S RUN INCLUDED - AND   *
      *                SET IT AGAINST THE CREDIT LIMIT AND HOLD FLAG   *
      *                ON THE PARTNER MASTER. WRITES THE CREDSTAT FILE *
      *                EX3 USES TO HOLD BACK MOVEMENTS FOR PARTNERS ON *
      *                HOLD OR OVER THEIR LIMIT, AND PRINTS A CREDIT   *
      *                EXPOSURE REPORT OF EACH PARTNER'S LIMIT,        *
      *                BALANCE AND HEADROOM.                           *
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
           SELECT STMTLEDG-FILE ASSIGN TO STMTLEDG
           FILE STATUS IS WS-STMTLEDG-STATUS.
           SELECT REP-HISTORY ASSIGN TO REPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-RECORD-KEY
           ALTERNATE RECORD KEY IS HIST-BRANCH WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-ITEM WITH DUPLICATES
           FILE STATUS IS WS-HIST-STATUS.
           SELECT PARTNER-IN ASSIGN TO PARTNERS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PARTNER-CODE
           FILE STATUS IS WS-PARTNER-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CREDSTAT-OUT ASSIGN TO CREDSTAT
           FILE STATUS IS WS-CREDSTAT-STATUS.
           SELECT PRINT-OUT ASSIGN TO CREDPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
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
              88 SL-OUTSTANDING              VALUE 'O', 'S'.
      *
       FD REP-HISTORY
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
           COPY REPHIST.
      *
       FD PARTNER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 171 CHARACTERS.
           COPY PARTNERR.
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
      *
       FD CREDSTAT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 37 CHARACTERS.
           COPY CREDSTR.
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
       01 WS-STMTLEDG-STATUS                 PIC X(2).
           88 STMTLEDG-OK                    VALUE "00".
           88 STMTLEDG-EOF                   VALUE "10".
           88 STMTLEDG-NOT-FOUND             VALUE "35".
       01 WS-HIST-STATUS                     PIC X(2).
           88 HIST-OK                        VALUE "00", "02".
           88 HIST-EOF                       VALUE "10".
           88 HIST-NOT-FOUND                 VALUE "35".
       01 WS-PARTNER-IN-STATUS               PIC X(2).
           88 PARTNER-IN-OK                  VALUE "00".
           88 PARTNER-IN-EOF                 VALUE "10".
           88 PARTNER-IN-NO-FILE             VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-CREDSTAT-STATUS                 PIC X(2).
           88 CREDSTAT-OK                    VALUE "00".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-TRIAL-FLAG                      PIC X VALUE 'N'.
           88 TRIAL-RUN                      VALUE 'Y'.
       01 WS-PARTNER-OPEN                    PIC X VALUE 'N'.
           88 PARTNER-OPEN                   VALUE 'Y'.
       01 WS-TRIAL-BANNER                    PIC X(31) VALUE
           '** TRIAL RUN - NOT FOR ISSUE **'.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-LEDGER-BALANCE                  PIC S9(13)V99 VALUE 0.
       01 WS-UNSTATEMENTED                   PIC 9(13)V99 VALUE 0.
       01 WS-EXPOSURE                        PIC S9(13)V99 VALUE 0.
       01 WS-HEADROOM                        PIC S9(13)V99 VALUE 0.
       01 WS-SEARCH-PARTNER                  PIC X(2) VALUE SPACES.
      *
      * Totals and counters...
      *
       01 WS-LEDGER-READ-COUNT               PIC 9(9) VALUE 0.
       01 WS-HIST-READ-COUNT                 PIC 9(9) VALUE 0.
       01 WS-HIST-UNSTMT-COUNT               PIC 9(9) VALUE 0.
       01 WS-HIST-START-DATE                 PIC 9(8) VALUE 0.
       01 WS-PARTNER-COUNT                   PIC 9(5) VALUE 0.
       01 WS-LIMIT-COUNT                     PIC 9(5) VALUE 0.
       01 WS-HOLD-COUNT                      PIC 9(5) VALUE 0.
       01 WS-OVER-LIMIT-COUNT                PIC 9(5) VALUE 0.
       01 WS-TOTAL-LEDGER                    PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-UNSTATEMENTED             PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-EXPOSURE                  PIC S9(13)V99 VALUE 0.
      *
      * Ledger balance, latest statement date and unstatemented
      * retail value by partner...
      *
       01 WS-PARTNER-TABLE.
          05 PE-ENTRIES                      PIC 9(3) VALUE 0.
          05 PE-ENTRY
             OCCURS 1 TO 200 TIMES
             DEPENDING ON PE-ENTRIES
             INDEXED BY PE.
             10 PE-PARTNER                   PIC X(2).
             10 PE-LEDGER                    PIC S9(13)V99.
             10 PE-LAST-STMT-DATE            PIC 9(8).
             10 PE-UNSTATEMENTED             PIC 9(13)V99.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'PARTNER CREDIT EXPOSURE'.
             10 FILLER                       PIC X(15)   VALUE
                'BUSINESS DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(69)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(35)   VALUE
                'PARTNER'.
             10 FILLER                       PIC X(17)   VALUE
                '     CREDIT LIMIT'.
             10 FILLER                       PIC X(17)   VALUE
                '   LEDGER BALANCE'.
             10 FILLER                       PIC X(17)   VALUE
                '    UNSTATEMENTED'.
             10 FILLER                       PIC X(17)   VALUE
                '         EXPOSURE'.
             10 FILLER                       PIC X(17)   VALUE
                '         HEADROOM'.
             10 FILLER                       PIC X(12)   VALUE
                '  STATUS'.
          05 WS-DETAIL-LINE.
             10 WS-DET-PARTNER               PIC X(2).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-NAME                  PIC X(30).
             10 WS-DET-LIMIT                 PIC Z(13)9.99
                                             BLANK WHEN ZERO.
             10 WS-DET-LEDGER                PIC -Z(12)9.99.
             10 WS-DET-UNSTATEMENTED         PIC Z(13)9.99.
             10 WS-DET-EXPOSURE              PIC -Z(12)9.99.
             10 WS-DET-HEADROOM              PIC -Z(12)9.99.
             10 WS-DET-HEADROOM-X REDEFINES WS-DET-HEADROOM
                                             PIC X(17).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-STATUS                PIC X(10).
          05 WS-TOTAL-LINE.
             10 WS-TOT-LABEL                 PIC X(52).
             10 WS-TLN-LEDGER                PIC -Z(12)9.99.
             10 WS-TLN-UNSTATEMENTED         PIC Z(13)9.99.
             10 WS-TLN-EXPOSURE              PIC -Z(12)9.99.
             10 FILLER                       PIC X(29)   VALUE SPACES.
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

           PERFORM 2000-MAIN-PROCESS UNTIL NOT PARTNER-OPEN
              OR PARTNER-IN-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF
           DISPLAY 'CREDIT EXPOSURE FOR BUSINESS DATE: '
              WS-BUSINESS-DATE

           PERFORM 1100-LOAD-LEDGER
           PERFORM 1300-LOAD-UNSTATEMENTED

           OPEN OUTPUT CREDSTAT-OUT
           IF NOT CREDSTAT-OK
              DISPLAY '** CREDSTAT-OUT FILE IS NOT OK **'
              DISPLAY '** CREDSTAT-OUT: ' WS-CREDSTAT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 5000-PRINT-HEADINGS

           OPEN INPUT PARTNER-IN
           IF PARTNER-IN-NO-FILE
              DISPLAY '** WARNING: NO PARTNER MASTER - NO CREDIT '
                 'LIMITS TO CHECK **'
              MOVE 'NO PARTNER MASTER ON FILE' TO WS-MSG-TEXT
              MOVE WS-MESSAGE-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           ELSE
              IF NOT PARTNER-IN-OK
                 DISPLAY '** PARTNER-IN FILE IS NOT OK **'
                 DISPLAY '** PARTNER-IN: ' WS-PARTNER-IN-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE 'Y' TO WS-PARTNER-OPEN
           END-IF.

       1100-LOAD-LEDGER.
      *    A partner's ledger balance is what is still owed on its
      *    open and short-paid statements, less any credit notes not
      *    yet set against them.
           OPEN INPUT STMTLEDG-FILE
           IF STMTLEDG-NOT-FOUND
              DISPLAY '** WARNING: NO SETTLEMENT LEDGER **'
           ELSE
              IF NOT STMTLEDG-OK
                 DISPLAY '** STMTLEDG FILE IS NOT OK **'
                 DISPLAY '** STMTLEDG: ' WS-STMTLEDG-STATUS
                 MOVE '1100-LOAD-LEDGER' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1150-LOAD-ONE-STATEMENT UNTIL STMTLEDG-EOF
              CLOSE STMTLEDG-FILE
           END-IF.

       1150-LOAD-ONE-STATEMENT.
           READ STMTLEDG-FILE
              AT END CONTINUE
           END-READ
           IF STMTLEDG-OK
              ADD 1 TO WS-LEDGER-READ-COUNT
              MOVE SL-PARTNER TO WS-SEARCH-PARTNER
              PERFORM 4100-FIND-PARTNER-ENTRY
              EVALUATE TRUE
                 WHEN SL-OUTSTANDING
                    COMPUTE PE-LEDGER(PE) = PE-LEDGER(PE)
                       + SL-STMT-VALUE - SL-PAID-VALUE
                 WHEN SL-CREDIT-OPEN
                    COMPUTE PE-LEDGER(PE) = PE-LEDGER(PE)
                       - (SL-STMT-VALUE - SL-PAID-VALUE)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
      *       Credit notes are not statements; only a statement date
      *       marks how far the partner's sales have been billed.
              IF NOT SL-CREDIT-NOTE
                 AND SL-STMT-DATE > PE-LAST-STMT-DATE(PE)
                 MOVE SL-STMT-DATE TO PE-LAST-STMT-DATE(PE)
              END-IF
           END-IF.

       1300-LOAD-UNSTATEMENTED.
      *    Sales history dated after a partner's latest statement,
      *    up to and including tonight's run, has not been billed
      *    yet but is owed all the same.
           OPEN INPUT REP-HISTORY
           IF HIST-NOT-FOUND
              DISPLAY '** WARNING: NO REPORT HISTORY **'
           ELSE
              IF NOT HIST-OK
                 DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                 DISPLAY '** REP-HISTORY: ' WS-HIST-STATUS
                 MOVE '1300-LOAD-UNSTATEMENTED' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1310-START-REP-HISTORY
              PERFORM 1350-LOAD-ONE-HISTORY UNTIL HIST-EOF
              CLOSE REP-HISTORY
           END-IF.

       1310-START-REP-HISTORY.
      *    Nothing on or before the earliest of the partners' latest
      *    statement dates can still be unbilled, so reading starts
      *    the day after it. A partner not yet on the ledger has
      *    never been statemented and only trades since the last
      *    statement run.
           IF PE-ENTRIES = 0
              MOVE 0 TO WS-HIST-START-DATE
           ELSE
              MOVE PE-LAST-STMT-DATE(1) TO WS-HIST-START-DATE
              PERFORM 1320-CHECK-EARLIEST-STATEMENT
                 VARYING PE FROM 1 BY 1 UNTIL PE > PE-ENTRIES
           END-IF
           ADD 1 TO WS-HIST-START-DATE
           MOVE WS-HIST-START-DATE TO HIST-DATE
           MOVE LOW-VALUES TO HIST-KEY
           START REP-HISTORY KEY IS NOT LESS THAN HIST-RECORD-KEY
              INVALID KEY
                 SET HIST-EOF TO TRUE
           END-START.

       1320-CHECK-EARLIEST-STATEMENT.
           IF PE-LAST-STMT-DATE(PE) < WS-HIST-START-DATE
              MOVE PE-LAST-STMT-DATE(PE) TO WS-HIST-START-DATE
           END-IF.

       1350-LOAD-ONE-HISTORY.
           READ REP-HISTORY NEXT RECORD
              AT END CONTINUE
           END-READ
           IF HIST-OK
              IF HIST-DATE > WS-BUSINESS-DATE
                 SET HIST-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-HIST-READ-COUNT
                 PERFORM 1360-ADD-UNSTATEMENTED
              END-IF
           ELSE
              IF NOT HIST-EOF
                 DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                 DISPLAY '** REP-HISTORY: ' WS-HIST-STATUS
                 MOVE '1350-LOAD-ONE-HISTORY' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       1360-ADD-UNSTATEMENTED.
           MOVE HIST-PARTNER TO WS-SEARCH-PARTNER
           SET PE TO 1
           SEARCH PE-ENTRY
              AT END
                 PERFORM 4100-FIND-PARTNER-ENTRY
                 ADD 1 TO WS-HIST-UNSTMT-COUNT
                 ADD HIST-RETAIL-VALUE TO PE-UNSTATEMENTED(PE)
              WHEN PE-PARTNER(PE) = HIST-PARTNER
                 IF HIST-DATE > PE-LAST-STMT-DATE(PE)
                    ADD 1 TO WS-HIST-UNSTMT-COUNT
                    ADD HIST-RETAIL-VALUE TO PE-UNSTATEMENTED(PE)
                 END-IF
           END-SEARCH.

       2000-MAIN-PROCESS.
           READ PARTNER-IN NEXT RECORD
              AT END CONTINUE
           END-READ
           IF PARTNER-IN-OK
              ADD 1 TO WS-PARTNER-COUNT
              PERFORM 2100-WORK-OUT-EXPOSURE
              PERFORM 2200-WRITE-CREDIT-STATUS
              PERFORM 5100-PRINT-PARTNER
           ELSE
              IF NOT PARTNER-IN-EOF
                 DISPLAY '** PARTNER-IN FILE IS NOT OK **'
                 DISPLAY '** PARTNER-IN: ' WS-PARTNER-IN-STATUS
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2100-WORK-OUT-EXPOSURE.
           MOVE 0 TO WS-LEDGER-BALANCE
           MOVE 0 TO WS-UNSTATEMENTED
           SET PE TO 1
           SEARCH PE-ENTRY
              AT END CONTINUE
              WHEN PE-PARTNER(PE) = PARTNER-CODE
                 MOVE PE-LEDGER(PE) TO WS-LEDGER-BALANCE
                 MOVE PE-UNSTATEMENTED(PE) TO WS-UNSTATEMENTED
           END-SEARCH
           COMPUTE WS-EXPOSURE = WS-LEDGER-BALANCE + WS-UNSTATEMENTED
           COMPUTE WS-HEADROOM = PARTNER-CREDIT-LIMIT - WS-EXPOSURE

           ADD WS-LEDGER-BALANCE TO WS-TOTAL-LEDGER
           ADD WS-UNSTATEMENTED TO WS-TOTAL-UNSTATEMENTED
           ADD WS-EXPOSURE TO WS-TOTAL-EXPOSURE
           IF PARTNER-CREDIT-LIMIT > 0
              ADD 1 TO WS-LIMIT-COUNT
           END-IF.

       2200-WRITE-CREDIT-STATUS.
      *    A hold set through PARTMNT outranks the limit check; a
      *    zero limit means the partner has no limit to exceed.
           MOVE PARTNER-CODE TO CS-PARTNER
           MOVE PARTNER-CREDIT-LIMIT TO CS-CREDIT-LIMIT
           IF WS-EXPOSURE > 0
              MOVE WS-EXPOSURE TO CS-EXPOSURE
           ELSE
              MOVE 0 TO CS-EXPOSURE
           END-IF
           EVALUATE TRUE
              WHEN PARTNER-ON-HOLD
                 SET CS-ON-HOLD TO TRUE
                 ADD 1 TO WS-HOLD-COUNT
              WHEN PARTNER-CREDIT-LIMIT > 0
                 AND WS-EXPOSURE > PARTNER-CREDIT-LIMIT
                 SET CS-OVER-LIMIT TO TRUE
                 ADD 1 TO WS-OVER-LIMIT-COUNT
              WHEN OTHER
                 SET CS-WITHIN-LIMIT TO TRUE
           END-EVALUATE
           MOVE WS-BUSINESS-DATE TO CS-CALC-DATE
           WRITE CREDIT-STATUS-RECORD
           IF NOT CREDSTAT-OK
              DISPLAY '** CREDSTAT-OUT WRITE IS NOT OK **'
              DISPLAY '** CREDSTAT-OUT: ' WS-CREDSTAT-STATUS
              MOVE '2200-WRITE-CREDIT-STATUS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       3000-END-PROCESS.
           PERFORM 5300-PRINT-TOTALS

           IF PARTNER-OPEN
              CLOSE PARTNER-IN
           END-IF
           CLOSE CREDSTAT-OUT
           CLOSE PRINT-OUT

           DISPLAY 'STMTLEDG RECORDS READ: ' WS-LEDGER-READ-COUNT
           DISPLAY 'REPHIST RECORDS READ: ' WS-HIST-READ-COUNT
           DISPLAY 'REPHIST RECORDS NOT YET STATEMENTED: '
              WS-HIST-UNSTMT-COUNT
           DISPLAY 'PARTNERS: ' WS-PARTNER-COUNT
           DISPLAY 'PARTNERS ON CREDIT HOLD: ' WS-HOLD-COUNT
           DISPLAY 'PARTNERS OVER CREDIT LIMIT: ' WS-OVER-LIMIT-COUNT.

       4100-FIND-PARTNER-ENTRY.
      *    Leaves PE on the partner's entry, adding a zero entry the
      *    first time the partner is seen.
           SET PE TO 1
           SEARCH PE-ENTRY
              AT END
                 IF PE-ENTRIES = 200
                    DISPLAY '** PARTNER TABLE FULL **'
                    MOVE '4100-FIND-PARTNER-ENTRY' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO PE-ENTRIES
                 SET PE TO PE-ENTRIES
                 MOVE WS-SEARCH-PARTNER TO PE-PARTNER(PE)
                 MOVE 0 TO PE-LEDGER(PE)
                 MOVE 0 TO PE-LAST-STMT-DATE(PE)
                 MOVE 0 TO PE-UNSTATEMENTED(PE)
              WHEN PE-PARTNER(PE) = WS-SEARCH-PARTNER
                 CONTINUE
           END-SEARCH.

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

       5000-PRINT-HEADINGS.
           MOVE WS-BUSINESS-DATE TO WS-H1-DATE
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           IF TRIAL-RUN
              MOVE WS-TRIAL-BANNER TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-PRINT-PARTNER.
           MOVE PARTNER-CODE TO WS-DET-PARTNER
           MOVE PARTNER-NAME TO WS-DET-NAME
           MOVE PARTNER-CREDIT-LIMIT TO WS-DET-LIMIT
           MOVE WS-LEDGER-BALANCE TO WS-DET-LEDGER
           MOVE WS-UNSTATEMENTED TO WS-DET-UNSTATEMENTED
           MOVE WS-EXPOSURE TO WS-DET-EXPOSURE
           IF PARTNER-CREDIT-LIMIT > 0
              MOVE WS-HEADROOM TO WS-DET-HEADROOM
           ELSE
              MOVE '         NO LIMIT' TO WS-DET-HEADROOM-X
           END-IF
           EVALUATE TRUE
              WHEN CS-ON-HOLD
                 MOVE 'ON HOLD' TO WS-DET-STATUS
              WHEN CS-OVER-LIMIT
                 MOVE 'OVER LIMIT' TO WS-DET-STATUS
              WHEN OTHER
                 MOVE SPACES TO WS-DET-STATUS
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5300-PRINT-TOTALS.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'TOTAL FOR ALL PARTNERS' TO WS-TOT-LABEL
           MOVE WS-TOTAL-LEDGER TO WS-TLN-LEDGER
           MOVE WS-TOTAL-UNSTATEMENTED TO WS-TLN-UNSTATEMENTED
           MOVE WS-TOTAL-EXPOSURE TO WS-TLN-EXPOSURE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'PARTNERS:' TO WS-CNT-TEXT
           MOVE WS-PARTNER-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'PARTNERS WITH A CREDIT LIMIT:' TO WS-CNT-TEXT
           MOVE WS-LIMIT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'PARTNERS ON CREDIT HOLD:' TO WS-CNT-TEXT
           MOVE WS-HOLD-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'PARTNERS OVER CREDIT LIMIT:' TO WS-CNT-TEXT
           MOVE WS-OVER-LIMIT-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       9999-ABEND.
           MOVE 'CREDEXP' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
