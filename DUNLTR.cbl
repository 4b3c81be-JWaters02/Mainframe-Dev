       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DUNLTR.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : OVERDUE PAYMENT REMINDER LETTERS                *
      *                                                                *
      *  Function    : PRINT PAYMENT REMINDER LETTERS FROM THE OPEN    *
      *                AND SHORT-PAID STATEMENTS ON THE STMTLEDG       *
      *                SETTLEMENT LEDGER. THE LETTER LEVEL COMES FROM  *
      *                THE PARTNER'S OLDEST OVERDUE STATEMENT - A      *
      *                REMINDER OVER 7 DAYS, A FIRM LETTER OVER 30 AND *
      *                A FINAL NOTICE OVER 90 - AND AMOUNTS UNDER AN   *
      *                OPEN OR UPHELD DISPUTE ON DISPREG ARE NOT       *
      *                CHASED. EACH LETTER IS ADDRESSED FROM THE       *
      *                PARTNER MASTER AND LISTS THE OVERDUE STATEMENTS *
      *                IN THE PARTNER'S SETTLEMENT CURRENCY AT THE     *
      *                CURRATES RATE EFFECTIVE ON THE LETTER DATE. THE *
      *                LEVEL AND DATE SENT ARE KEPT ON DUNHIST SO THE  *
      *                SAME LETTER IS NOT SENT TWICE IN ONE REMINDER   *
      *                CYCLE; A TRIAL RUN PRINTS BUT RECORDS NOTHING.  *
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
           SELECT LEDGER-IN ASSIGN TO STMTLEDG
           FILE STATUS IS WS-LEDGER-IN-STATUS.
           SELECT DISPREG-IN ASSIGN TO DISPREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DSP-KEY
           FILE STATUS IS WS-DISPREG-IN-STATUS.
           SELECT PARTNER-IN ASSIGN TO PARTNERS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PARTNER-CODE
           FILE STATUS IS WS-PARTNER-IN-STATUS.
           SELECT CURRATE-IN ASSIGN TO CURRATES
           FILE STATUS IS WS-CURRATE-STATUS.
           SELECT DUNHIST-MAST ASSIGN TO DUNHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DH-PARTNER
           FILE STATUS IS WS-DUNHIST-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO DUNLPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD LEDGER-IN
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
      *
       FD DISPREG-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 86 CHARACTERS.
           COPY DISPREGR.
      *
       FD PARTNER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 171 CHARACTERS.
           COPY PARTNERR.
      *
       FD CURRATE-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01 CURRATE-RECORD.
           05 CUR-CURRENCY                   PIC X(3).
           05 CUR-EFF-DATE                   PIC 9(8).
           05 CUR-RATE                       PIC 9(3)V9(6).
      *
       FD DUNHIST-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
           COPY DUNHISTR.
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
           RECORD CONTAINS 92 CHARACTERS.
       01 PRINT-OUT-RECORD                   PIC X(92).
      *
       WORKING-STORAGE SECTION.
      *
      * Flags...
      *
       01 WS-LEDGER-IN-STATUS                PIC X(2).
           88 LEDGER-IN-OK                   VALUE "00".
           88 LEDGER-IN-EOF                  VALUE "10".
           88 LEDGER-IN-NOT-FOUND            VALUE "35".
       01 WS-DISPREG-IN-STATUS               PIC X(2).
           88 DISPREG-IN-OK                  VALUE "00".
           88 DISPREG-IN-EOF                 VALUE "10".
           88 DISPREG-IN-NOT-FOUND           VALUE "35".
       01 WS-PARTNER-IN-STATUS               PIC X(2).
           88 PARTNER-IN-OK                  VALUE "00".
           88 PARTNER-IN-NOT-FOUND           VALUE "23".
       01 WS-CURRATE-STATUS                  PIC X(2).
           88 CURRATE-OK                     VALUE "00".
           88 CURRATE-EOF                    VALUE "10".
           88 CURRATE-NOT-FOUND              VALUE "35".
       01 WS-DUNHIST-STATUS                  PIC X(2).
           88 DUNHIST-OK                     VALUE "00".
           88 DUNHIST-NOT-FOUND              VALUE "23".
           88 DUNHIST-NO-FILE                VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-LEDGER-OPEN                     PIC X VALUE 'N'.
           88 LEDGER-OPEN                    VALUE 'Y'.
       01 WS-TRIAL-FLAG                      PIC X VALUE 'N'.
           88 TRIAL-RUN                      VALUE 'Y'.
       01 WS-HISTORY-FOUND                   PIC X VALUE 'N'.
           88 HISTORY-FOUND                  VALUE 'Y'.
       01 WS-SEND-LETTER                     PIC X VALUE 'N'.
           88 SEND-LETTER                    VALUE 'Y'.
       01 WS-RATE-FOUND                      PIC X VALUE 'N'.
           88 RATE-FOUND                     VALUE 'Y'.
      *
      * Ageing dates...
      *
       01 WS-VARIABLES.
          05 WS-RUN-NUMBER                   PIC 9(5) VALUE 0.
          05 WS-BUSINESS-DATE                PIC 9(8) VALUE 0.
          05 WS-WORK-DATE                    PIC 9(8).
          05 WS-WORK-DATE-RED REDEFINES WS-WORK-DATE.
             10 WS-WORK-CCYY                 PIC 9(4).
             10 WS-WORK-MM                   PIC 99.
             10 WS-WORK-DD                   PIC 99.
          05 WS-DAY-IDX                      PIC 9(4).
          05 WS-MONTH-DAYS                   PIC 99.
          05 WS-LEAP-QUOT                    PIC 9(4).
          05 WS-LEAP-REM                     PIC 9(4).
       01 WS-CUTOFF-WEEK                     PIC 9(8) VALUE 0.
       01 WS-CUTOFF-MONTH                    PIC 9(8) VALUE 0.
       01 WS-CUTOFF-QUARTER                  PIC 9(8) VALUE 0.
       01 WS-OUTSTANDING                     PIC S9(11)V99 VALUE 0.
       01 WS-DISPUTED                        PIC S9(11)V99 VALUE 0.
       01 WS-BAND                            PIC 9(1) VALUE 0.
       01 WS-SEARCH-KEY.
          05 WS-SEARCH-PARTNER               PIC X(2).
          05 WS-SEARCH-DATE                  PIC 9(8).
      *
      * Currency...
      *
       01 WS-PARTNER-CURRENCY                PIC X(3) VALUE SPACES.
       01 WS-USE-RATE                        PIC 9(3)V9(6) VALUE 0.
       01 WS-USE-RATE-DATE                   PIC 9(8) VALUE 0.
       01 WS-RT-SUB                          PIC 9(3) VALUE 0.
       01 WS-LINE-AMOUNT                     PIC 9(11)V99 VALUE 0.
       01 WS-LETTER-TOTAL                    PIC 9(11)V99 VALUE 0.
      *
      * Counters...
      *
       01 WS-READ-COUNT                      PIC 9(7) VALUE 0.
       01 WS-OVERDUE-COUNT                   PIC 9(7) VALUE 0.
       01 WS-LETTER-COUNT                    PIC 9(5) VALUE 0.
       01 WS-SUPPRESSED-COUNT                PIC 9(5) VALUE 0.
       01 WS-LEVEL-COUNTS.
          05 WS-LEVEL-COUNT                  PIC 9(5) VALUE 0
                                             OCCURS 3 TIMES.
      *
      * Undisputed overdue balance per statement...
      *
       01 OVERDUE-TABLE.
          05 OS-ENTRIES                      PIC 9(4) VALUE 0.
          05 OVERDUE-TABLE-ENTRY
            OCCURS 1 TO 5000 TIMES
            DEPENDING ON OS-ENTRIES
            INDEXED BY OS.
            10 OS-PARTNER                    PIC X(2).
            10 OS-STMT-DATE                  PIC 9(8).
            10 OS-AMOUNT                     PIC 9(11)V99.
            10 OS-BAND                       PIC 9(1).
      *
      * Partners with something overdue - the letter level is the
      * oldest band reached...
      *
       01 PARTNER-TABLE.
          05 PD-ENTRIES                      PIC 9(3) VALUE 0.
          05 PARTNER-TABLE-ENTRY
            OCCURS 1 TO 200 TIMES
            DEPENDING ON PD-ENTRIES
            INDEXED BY PD.
            10 PD-PARTNER                    PIC X(2).
            10 PD-LEVEL                      PIC 9(1).
            10 PD-OLDEST-DATE                PIC 9(8).
            10 PD-TOTAL                      PIC 9(11)V99.
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
      * Exchange rates by currency and effective date, in ascending
      * order as CURRMNT maintains them...
      *
       01 RATE-TABLE.
          05 RT-ENTRIES                      PIC 9(3) VALUE 0.
          05 RATE-TABLE-ENTRY
            OCCURS 1 TO 200 TIMES
            DEPENDING ON RT-ENTRIES
            INDEXED BY RT.
            10 RT-CURRENCY                   PIC X(3).
            10 RT-EFF-DATE                   PIC 9(8).
            10 RT-RATE                       PIC 9(3)V9(6).
      *
      * Letter wording by level...
      *
       01 WS-LETTER-TITLES.
          05 FILLER                          PIC X(40)   VALUE
             'PAYMENT REMINDER'.
          05 FILLER                          PIC X(40)   VALUE
             'OVERDUE ACCOUNT - PAYMENT REQUIRED'.
          05 FILLER                          PIC X(40)   VALUE
             'FINAL NOTICE BEFORE FURTHER ACTION'.
       01 WS-LETTER-TITLES-RED REDEFINES WS-LETTER-TITLES.
          05 WS-LETTER-TITLE                 PIC X(40) OCCURS 3 TIMES.
       01 WS-LETTER-TEXTS.
          05 FILLER                          PIC X(80)   VALUE
             'OUR RECORDS SHOW THE STATEMENTS BELOW ARE NOW PAST DUE.'.
          05 FILLER                          PIC X(80)   VALUE
             'IF YOU HAVE ALREADY PAID, PLEASE DISREGARD THIS NOTE.'.
          05 FILLER                          PIC X(80)   VALUE
             'DESPITE OUR REMINDER THE STATEMENTS BELOW ARE OVERDUE.'.
          05 FILLER                          PIC X(80)   VALUE
             'PLEASE SETTLE THEM IN FULL WITHIN 7 DAYS.'.
          05 FILLER                          PIC X(80)   VALUE
             'THE STATEMENTS BELOW ARE OVER 90 DAYS OVERDUE. UNLESS'.
          05 FILLER                          PIC X(80)   VALUE
             'PAID IN 7 DAYS THE ACCOUNT WILL BE PASSED FOR ACTION.'.
       01 WS-LETTER-TEXTS-RED REDEFINES WS-LETTER-TEXTS.
          05 WS-LETTER-LEVEL-TEXT            OCCURS 3 TIMES.
             10 WS-LETTER-TEXT               PIC X(80) OCCURS 2 TIMES.
       01 WS-BAND-NAMES.
          05 FILLER                          PIC X(12)   VALUE
             'OVER 7 DAYS'.
          05 FILLER                          PIC X(12)   VALUE
             'OVER 30 DAYS'.
          05 FILLER                          PIC X(12)   VALUE
             'OVER 90 DAYS'.
       01 WS-BAND-NAMES-RED REDEFINES WS-BAND-NAMES.
          05 WS-BAND-NAME                    PIC X(12) OCCURS 3 TIMES.
      *
      * Letter lines...
      *
       01 WS-MESSAGES.
          05 WS-LTR-HEADER.
             10 WS-LH-TITLE                  PIC X(40).
             10 FILLER                       PIC X(6)    VALUE 'DATE: '.
             10 WS-LH-DATE                   PIC 9(8).
             10 FILLER                       PIC X(38)   VALUE SPACES.
          05 WS-LTR-PARTNER-LINE.
             10 FILLER                       PIC X(9)    VALUE
                'PARTNER: '.
             10 WS-LP-CODE                   PIC X(2).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-LP-NAME                   PIC X(30).
             10 FILLER                       PIC X(49)   VALUE SPACES.
          05 WS-LTR-ADDRESS-LINE.
             10 FILLER                       PIC X(9)    VALUE SPACES.
             10 WS-LA-TEXT                   PIC X(30).
             10 FILLER                       PIC X(53)   VALUE SPACES.
          05 WS-LTR-TEXT-LINE.
             10 WS-LT-TEXT                   PIC X(80).
             10 FILLER                       PIC X(12)   VALUE SPACES.
          05 WS-LTR-COLUMN-HEADER.
             10 FILLER                       PIC X(16)   VALUE
                'STATEMENT DATE'.
             10 FILLER                       PIC X(14)   VALUE
                'OVERDUE'.
             10 FILLER                       PIC X(16)   VALUE
                '   AMOUNT OWED'.
             10 FILLER                       PIC X(4)    VALUE 'CCY'.
             10 FILLER                       PIC X(42)   VALUE SPACES.
          05 WS-LTR-DETAIL-LINE.
             10 WS-LD-DATE                   PIC 9(8).
             10 FILLER                       PIC X(8)    VALUE SPACES.
             10 WS-LD-BAND                   PIC X(12).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-LD-AMOUNT                 PIC Z(10)9.99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-LD-CURRENCY               PIC X(3).
             10 FILLER                       PIC X(43)   VALUE SPACES.
          05 WS-LTR-TOTAL-LINE.
             10 FILLER                       PIC X(30)   VALUE
                'TOTAL NOW OVERDUE'.
             10 WS-LTT-AMOUNT                PIC Z(10)9.99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-LTT-CURRENCY              PIC X(3).
             10 FILLER                       PIC X(43)   VALUE SPACES.
          05 WS-LTR-RATE-LINE.
             10 FILLER                       PIC X(30)   VALUE
                'CONVERTED AT EXCHANGE RATE'.
             10 WS-LR-RATE                   PIC ZZ9.9(6).
             10 FILLER                       PIC X(14)   VALUE
                ' EFFECTIVE ON '.
             10 WS-LR-DATE                   PIC 9(8).
             10 FILLER                       PIC X(30)   VALUE SPACES.
      *
       01 WS-TRIAL-BANNER                    PIC X(31) VALUE
           '** TRIAL RUN - NOT FOR ISSUE **'.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-READ-ONE-STATEMENT UNTIL LEDGER-IN-EOF

           PERFORM 3000-PRINT-LETTERS

           PERFORM 4000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           PERFORM 8000-BACK-ONE-DAY
              VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
           MOVE WS-WORK-DATE TO WS-CUTOFF-WEEK
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           PERFORM 8000-BACK-ONE-DAY
              VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 30
           MOVE WS-WORK-DATE TO WS-CUTOFF-MONTH
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           PERFORM 8000-BACK-ONE-DAY
              VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 90
           MOVE WS-WORK-DATE TO WS-CUTOFF-QUARTER

           PERFORM 1100-LOAD-DISPUTES

           PERFORM 1200-LOAD-EXCHANGE-RATES

           OPEN INPUT LEDGER-IN
           IF LEDGER-IN-NOT-FOUND
              DISPLAY '** NO SETTLEMENT LEDGER - NO LETTERS DUE **'
              SET LEDGER-IN-EOF TO TRUE
           ELSE
              IF NOT LEDGER-IN-OK
                 DISPLAY '** STMTLEDG FILE IS NOT OK **'
                 DISPLAY '** STMTLEDG: ' WS-LEDGER-IN-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE 'Y' TO WS-LEDGER-OPEN
           END-IF

           PERFORM 6000-OPEN-PARTNER-IN

           PERFORM 6100-OPEN-DUNHIST-MAST

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       1100-LOAD-DISPUTES.
      *    A disputed amount is not chased - it is held out of the
      *    letter exactly as REMITAGE holds it out of the ageing.
           OPEN INPUT DISPREG-IN
           IF DISPREG-IN-NOT-FOUND
              CONTINUE
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

       1200-LOAD-EXCHANGE-RATES.
           OPEN INPUT CURRATE-IN
           IF CURRATE-NOT-FOUND
              DISPLAY '** WARNING: NO EXCHANGE-RATE MASTER - ALL '
                 'LETTERS IN BASE CURRENCY **'
           ELSE
              IF NOT CURRATE-OK
                 DISPLAY '** CURRATES FILE IS NOT OK **'
                 MOVE '1200-LOAD-EXCHANGE-RATES' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1210-LOAD-ONE-RATE UNTIL CURRATE-EOF
              CLOSE CURRATE-IN
           END-IF.

       1210-LOAD-ONE-RATE.
           READ CURRATE-IN
              AT END CONTINUE
           END-READ
           IF CURRATE-OK
              IF RT-ENTRIES = 200
                 DISPLAY '** EXCHANGE-RATE TABLE FULL **'
                 MOVE '1210-LOAD-ONE-RATE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO RT-ENTRIES
              MOVE CUR-CURRENCY TO RT-CURRENCY(RT-ENTRIES)
              MOVE CUR-EFF-DATE TO RT-EFF-DATE(RT-ENTRIES)
              MOVE CUR-RATE TO RT-RATE(RT-ENTRIES)
           END-IF.

       2000-READ-ONE-STATEMENT.
           READ LEDGER-IN
              AT END CONTINUE
           END-READ
           IF LEDGER-IN-OK
              ADD 1 TO WS-READ-COUNT
              IF (SL-OPEN OR SL-SHORT-PAID)
                 AND SL-STMT-DATE < WS-CUTOFF-WEEK
                 COMPUTE WS-OUTSTANDING =
                    SL-STMT-VALUE - SL-PAID-VALUE
                 PERFORM 2050-SPLIT-DISPUTED
                 IF WS-OUTSTANDING > 0
                    PERFORM 2100-NOTE-OVERDUE
                 END-IF
              END-IF
           END-IF.

       2050-SPLIT-DISPUTED.
           MOVE 0 TO WS-DISPUTED
           MOVE SL-PARTNER TO WS-SEARCH-PARTNER
           MOVE SL-STMT-DATE TO WS-SEARCH-DATE
           IF DT-ENTRIES > 0
              SET DT TO 1
              SEARCH DISPUTE-TABLE-ENTRY
                 AT END CONTINUE
                 WHEN DT-KEY(DT) = WS-SEARCH-KEY
                    IF DT-AMOUNT(DT) < WS-OUTSTANDING
                       MOVE DT-AMOUNT(DT) TO WS-DISPUTED
                    ELSE
                       MOVE WS-OUTSTANDING TO WS-DISPUTED
                    END-IF
                    SUBTRACT WS-DISPUTED FROM WS-OUTSTANDING
              END-SEARCH
           END-IF.

       2100-NOTE-OVERDUE.
           EVALUATE TRUE
              WHEN SL-STMT-DATE < WS-CUTOFF-QUARTER
                 MOVE 3 TO WS-BAND
              WHEN SL-STMT-DATE < WS-CUTOFF-MONTH
                 MOVE 2 TO WS-BAND
              WHEN OTHER
                 MOVE 1 TO WS-BAND
           END-EVALUATE

           IF OS-ENTRIES = 5000
              DISPLAY '** OVERDUE STATEMENT TABLE FULL **'
              MOVE '2100-NOTE-OVERDUE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO OS-ENTRIES
           ADD 1 TO WS-OVERDUE-COUNT
           MOVE SL-PARTNER TO OS-PARTNER(OS-ENTRIES)
           MOVE SL-STMT-DATE TO OS-STMT-DATE(OS-ENTRIES)
           MOVE WS-OUTSTANDING TO OS-AMOUNT(OS-ENTRIES)
           MOVE WS-BAND TO OS-BAND(OS-ENTRIES)

           SET PD TO 1
           SEARCH PARTNER-TABLE-ENTRY
              AT END
                 IF PD-ENTRIES = 200
                    DISPLAY '** OVERDUE PARTNER TABLE FULL **'
                    MOVE '2100-NOTE-OVERDUE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO PD-ENTRIES
                 SET PD TO PD-ENTRIES
                 MOVE SL-PARTNER TO PD-PARTNER(PD)
                 MOVE WS-BAND TO PD-LEVEL(PD)
                 MOVE SL-STMT-DATE TO PD-OLDEST-DATE(PD)
                 MOVE WS-OUTSTANDING TO PD-TOTAL(PD)
              WHEN PD-PARTNER(PD) = SL-PARTNER
                 IF WS-BAND > PD-LEVEL(PD)
                    MOVE WS-BAND TO PD-LEVEL(PD)
                 END-IF
                 IF SL-STMT-DATE < PD-OLDEST-DATE(PD)
                    MOVE SL-STMT-DATE TO PD-OLDEST-DATE(PD)
                 END-IF
                 ADD WS-OUTSTANDING TO PD-TOTAL(PD)
           END-SEARCH.

       3000-PRINT-LETTERS.
           IF PD-ENTRIES > 0
              PERFORM 3100-CHECK-ONE-PARTNER
                 VARYING PD FROM 1 BY 1 UNTIL PD > PD-ENTRIES
           END-IF.

       3100-CHECK-ONE-PARTNER.
      *    One letter per level per reminder cycle. The cycle is
      *    opened by the oldest overdue statement; once that is
      *    settled the next one starts a new cycle at its own level.
           MOVE 'Y' TO WS-SEND-LETTER
           MOVE 'N' TO WS-HISTORY-FOUND
           MOVE PD-PARTNER(PD) TO DH-PARTNER
           READ DUNHIST-MAST
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-HISTORY-FOUND
                 IF DH-CYCLE-STMT-DATE = PD-OLDEST-DATE(PD)
                    AND DH-LAST-LEVEL NOT < PD-LEVEL(PD)
                    MOVE 'N' TO WS-SEND-LETTER
                 END-IF
           END-READ

           IF SEND-LETTER
              PERFORM 5000-PRINT-LETTER
              IF NOT TRIAL-RUN
                 PERFORM 3200-RECORD-LETTER
              END-IF
           ELSE
              ADD 1 TO WS-SUPPRESSED-COUNT
           END-IF.

       3200-RECORD-LETTER.
           MOVE PD-PARTNER(PD) TO DH-PARTNER
           MOVE PD-LEVEL(PD) TO DH-LAST-LEVEL
           MOVE WS-BUSINESS-DATE TO DH-LAST-DATE
           MOVE PD-OLDEST-DATE(PD) TO DH-CYCLE-STMT-DATE
           MOVE WS-LETTER-TOTAL TO DH-LAST-AMOUNT
           IF HISTORY-FOUND
              REWRITE DUNNING-HISTORY-RECORD
           ELSE
              WRITE DUNNING-HISTORY-RECORD
           END-IF
           IF NOT DUNHIST-OK
              DISPLAY '** DUNHIST UPDATE IS NOT OK **'
              DISPLAY '** DUNHIST: ' WS-DUNHIST-STATUS
              MOVE '3200-RECORD-LETTER' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       4000-END-PROCESS.
           IF PD-ENTRIES = 0
              MOVE 'NO PARTNER HAS A STATEMENT OVERDUE' TO WS-LT-TEXT
              MOVE WS-LTR-TEXT-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF

           IF LEDGER-OPEN
              CLOSE LEDGER-IN
           END-IF
           CLOSE PARTNER-IN
           CLOSE DUNHIST-MAST
           CLOSE PRINT-OUT

           DISPLAY 'LEDGER STATEMENTS READ: ' WS-READ-COUNT
           DISPLAY 'STATEMENTS OVERDUE: ' WS-OVERDUE-COUNT
           DISPLAY 'REMINDER LETTERS: ' WS-LEVEL-COUNT(1)
           DISPLAY 'FIRM LETTERS: ' WS-LEVEL-COUNT(2)
           DISPLAY 'FINAL NOTICES: ' WS-LEVEL-COUNT(3)
           DISPLAY 'ALREADY SENT THIS CYCLE: ' WS-SUPPRESSED-COUNT.

       4950-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL-IN
           IF RUNCTL-NOT-FOUND
              CONTINUE
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
                 MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
                 MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER
                 MOVE RC-TRIAL-FLAG TO WS-TRIAL-FLAG
              END-IF
              CLOSE RUNCTL-IN
           END-IF.

       5000-PRINT-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           ADD 1 TO WS-LEVEL-COUNT(PD-LEVEL(PD))

           MOVE WS-LETTER-TITLE(PD-LEVEL(PD)) TO WS-LH-TITLE
           MOVE WS-BUSINESS-DATE TO WS-LH-DATE
           MOVE WS-LTR-HEADER TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           IF TRIAL-RUN
              MOVE WS-TRIAL-BANNER TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF

           PERFORM 5100-LOOKUP-PARTNER
           MOVE PD-PARTNER(PD) TO WS-LP-CODE
           MOVE WS-LTR-PARTNER-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           IF PARTNER-IN-OK
              MOVE PARTNER-ADDRESS-1 TO WS-LA-TEXT
              MOVE WS-LTR-ADDRESS-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
              MOVE PARTNER-ADDRESS-2 TO WS-LA-TEXT
              MOVE WS-LTR-ADDRESS-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
              MOVE PARTNER-ADDRESS-3 TO WS-LA-TEXT
              MOVE WS-LTR-ADDRESS-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE WS-LETTER-TEXT(PD-LEVEL(PD), 1) TO WS-LT-TEXT
           MOVE WS-LTR-TEXT-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-LETTER-TEXT(PD-LEVEL(PD), 2) TO WS-LT-TEXT
           MOVE WS-LTR-TEXT-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 5200-FIND-EXCHANGE-RATE

           MOVE WS-LTR-COLUMN-HEADER TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 0 TO WS-LETTER-TOTAL
           PERFORM 5300-PRINT-ONE-STATEMENT
              VARYING OS FROM 1 BY 1 UNTIL OS > OS-ENTRIES

           MOVE WS-LETTER-TOTAL TO WS-LTT-AMOUNT
           MOVE WS-LD-CURRENCY TO WS-LTT-CURRENCY
           MOVE WS-LTR-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           IF RATE-FOUND
              MOVE WS-USE-RATE TO WS-LR-RATE
              MOVE WS-USE-RATE-DATE TO WS-LR-DATE
              MOVE WS-LTR-RATE-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF

           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-LOOKUP-PARTNER.
           MOVE SPACES TO WS-PARTNER-CURRENCY
           MOVE PD-PARTNER(PD) TO PARTNER-CODE
           READ PARTNER-IN
              INVALID KEY
                 MOVE 'UNKNOWN PARTNER' TO WS-LP-NAME
                 DISPLAY '** PARTNER ' PD-PARTNER(PD)
                    ' NOT ON PARTNER MASTER - LETTER UNADDRESSED **'
              NOT INVALID KEY
                 MOVE PARTNER-NAME TO WS-LP-NAME
                 MOVE PARTNER-CURRENCY TO WS-PARTNER-CURRENCY
           END-READ.

       5200-FIND-EXCHANGE-RATE.
      *    The rate used is the latest one effective on or before the
      *    letter date; a partner without one is written to in base
      *    currency, as PSTMT does.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE 0 TO WS-USE-RATE
           MOVE 0 TO WS-USE-RATE-DATE
           IF WS-PARTNER-CURRENCY NOT = SPACES
              PERFORM 5210-TEST-ONE-RATE
                 VARYING WS-RT-SUB FROM 1 BY 1
                 UNTIL WS-RT-SUB > RT-ENTRIES
           END-IF
           IF RATE-FOUND
              MOVE WS-PARTNER-CURRENCY TO WS-LD-CURRENCY
           ELSE
              MOVE SPACES TO WS-LD-CURRENCY
              IF WS-PARTNER-CURRENCY NOT = SPACES
                 AND RT-ENTRIES > 0
                 DISPLAY '** NO EXCHANGE RATE FOR CURRENCY '
                    WS-PARTNER-CURRENCY ' - LETTER IN BASE '
                    'CURRENCY **'
              END-IF
           END-IF.

       5210-TEST-ONE-RATE.
           IF RT-CURRENCY(WS-RT-SUB) = WS-PARTNER-CURRENCY
              AND RT-EFF-DATE(WS-RT-SUB) NOT > WS-BUSINESS-DATE
              AND RT-EFF-DATE(WS-RT-SUB) NOT < WS-USE-RATE-DATE
              MOVE RT-RATE(WS-RT-SUB) TO WS-USE-RATE
              MOVE RT-EFF-DATE(WS-RT-SUB) TO WS-USE-RATE-DATE
              MOVE 'Y' TO WS-RATE-FOUND
           END-IF.

       5300-PRINT-ONE-STATEMENT.
           IF OS-PARTNER(OS) = PD-PARTNER(PD)
              IF RATE-FOUND
                 COMPUTE WS-LINE-AMOUNT ROUNDED =
                    OS-AMOUNT(OS) * WS-USE-RATE
              ELSE
                 MOVE OS-AMOUNT(OS) TO WS-LINE-AMOUNT
              END-IF
              MOVE OS-STMT-DATE(OS) TO WS-LD-DATE
              MOVE WS-BAND-NAME(OS-BAND(OS)) TO WS-LD-BAND
              MOVE WS-LINE-AMOUNT TO WS-LD-AMOUNT
              MOVE WS-LTR-DETAIL-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
              ADD WS-LINE-AMOUNT TO WS-LETTER-TOTAL
           END-IF.

       6000-OPEN-PARTNER-IN.
           OPEN INPUT PARTNER-IN.
           IF NOT PARTNER-IN-OK
              DISPLAY '** PARTNER-IN FILE IS NOT OK **'
              DISPLAY '** PARTNER-IN: ' WS-PARTNER-IN-STATUS
              MOVE '6000-OPEN-PARTNER-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6100-OPEN-DUNHIST-MAST.
           OPEN I-O DUNHIST-MAST.
           IF DUNHIST-NO-FILE
              OPEN OUTPUT DUNHIST-MAST
              IF DUNHIST-OK
                 CLOSE DUNHIST-MAST
                 OPEN I-O DUNHIST-MAST
              END-IF
           END-IF
           IF NOT DUNHIST-OK
              DISPLAY '** DUNHIST FILE IS NOT OK **'
              DISPLAY '** DUNHIST: ' WS-DUNHIST-STATUS
              MOVE '6100-OPEN-DUNHIST-MAST' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

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
           MOVE 'DUNLTR' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
