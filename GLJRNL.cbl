       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GLJRNL.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : GENERAL-LEDGER JOURNAL INTERFACE                *
      *                                                                *
      *  Function    : AT THE END OF THE CHAIN, SUMMARISE THE RUN'S    *
      *                BRCHOUT MOVEMENTS BY BRANCH AND MOVEMENT TYPE   *
      *                (SALE, RETURN, ADJUSTMENT, TRANSFER OUT AND     *
      *                IN), MAP EACH SUMMARY THROUGH THE GLMAP         *
      *                ACCOUNT-MAPPING MASTER ON MOVEMENT TYPE AND     *
      *                BRANCH REGION (FALLING BACK TO THE ** COMPANY   *
      *                DEFAULT) AND WRITE A DEBIT AND A CREDIT LINE    *
      *                FOR IT TO THE GLJRNL JOURNAL BETWEEN A HEADER   *
      *                AND A TRAILER. BEFORE ANYTHING IS WRITTEN THE   *
      *                JOURNAL IS PROVED: EVERY SUMMARY MUST MAP,      *
      *                DEBITS MUST EQUAL CREDITS AND THE NET MOVEMENT  *
      *                VALUE (RETURNS AND TRANSFERS OUT NETTED) MUST   *
      *                AGREE WITH THE VALUE EX6 RECORDED FOR BRCHOUT   *
      *                ON VALCNT FOR THE RUN. A JOURNAL THAT FAILS IS  *
      *                NOT SENT - GLJRNL IS LEFT EMPTY AND THE STEP    *
      *                ENDS IN ERROR. A TRIAL RUN PRINTS THE PROOF BUT *
      *                WRITES NO JOURNAL.                              *
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
           SELECT BRANCHINFO-IN ASSIGN TO BRCHOUT
           FILE STATUS IS WS-BRANCHINFO-STATUS.
           SELECT GLMAP-IN ASSIGN TO GLMAP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GM-KEY
           FILE STATUS IS WS-GLMAP-STATUS.
           SELECT VALUE-IN ASSIGN TO VALCNT
           FILE STATUS IS WS-VALUE-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT JOURNAL-OUT ASSIGN TO GLJRNL
           FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT PRINT-OUT ASSIGN TO GLJPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD BRANCHINFO-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 107 CHARACTERS.
       01 BRANCHINFO-RECORD.
           05 BI-ITEM                        PIC X(6).
           05 BI-OPTION                      PIC X(2).
           05 BI-BRANCH                      PIC X(4).
           05 BI-BRANCH-DESC                 PIC X(30).
           05 BI-PRICE                       PIC 9(5)V99.
           05 BI-QUANTITY                    PIC 9(3).
           05 BI-REGION                      PIC X(2).
           05 BI-MANAGER                     PIC X(20).
           05 BI-PHONE                       PIC X(12).
           05 BI-MOVEMENT-TYPE               PIC X(1).
              88 BI-OUTBOUND                 VALUE 'R', 'O'.
           05 BI-OPTION-DESC                 PIC X(20).
       01 BRANCHINFO-TRAILER-RECORD.
           05 BI-TRAILER-ID                  PIC X(6).
           05 BI-TRAILER-COUNT               PIC 9(9).
           05 FILLER                         PIC X(92).
      *
       FD GLMAP-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 54 CHARACTERS.
           COPY GLMAPR.
      *
       FD VALUE-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 37 CHARACTERS.
           COPY VALCNT.
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
      *
       FD JOURNAL-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLJRNLR.
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
       01 WS-BRANCHINFO-STATUS               PIC X(2).
           88 BRANCHINFO-OK                  VALUE "00".
           88 BRANCHINFO-EOF                 VALUE "10".
       01 WS-GLMAP-STATUS                    PIC X(2).
           88 GLMAP-OK                       VALUE "00".
           88 GLMAP-NOT-FOUND                VALUE "23".
       01 WS-VALUE-IN-STATUS                 PIC X(2).
           88 VALUE-IN-OK                    VALUE "00".
           88 VALUE-IN-EOF                   VALUE "10".
           88 VALUE-IN-NOT-FOUND             VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-JOURNAL-STATUS                  PIC X(2).
           88 JOURNAL-OK                     VALUE "00".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-TRAILER-FOUND                   PIC X VALUE 'N'.
           88 TRAILER-FOUND                  VALUE 'Y'.
       01 WS-VALCNT-FOUND                    PIC X VALUE 'N'.
           88 VALCNT-FOUND                   VALUE 'Y'.
       01 WS-JOURNAL-BALANCED                PIC X VALUE 'Y'.
           88 JOURNAL-BALANCED               VALUE 'Y'.
       01 WS-WRITE-JOURNAL                   PIC X VALUE 'N'.
           88 WRITE-JOURNAL                  VALUE 'Y'.
       01 WS-TRIAL-FLAG                      PIC X VALUE 'N'.
           88 TRIAL-RUN                      VALUE 'Y'.
       01 WS-BRANCH-FOUND                    PIC X VALUE 'N'.
           88 BRANCH-FOUND                   VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-MOVEMENT-VALUE                  PIC S9(9)V99 VALUE 0.
       01 WS-CUR-BRANCH                      PIC X(4) VALUE LOW-VALUES.
       01 WS-PREV-BRANCH                     PIC X(4) VALUE LOW-VALUES.
       01 WS-VALCNT-NET-VALUE                PIC S9(13)V99 VALUE 0.
       01 WS-JOURNAL-NET-VALUE               PIC S9(13)V99 VALUE 0.
       01 WS-DIFFERENCE                      PIC S9(13)V99 VALUE 0.
       01 WS-DEBIT-TOTAL                     PIC 9(13)V99 VALUE 0.
       01 WS-CREDIT-TOTAL                    PIC 9(13)V99 VALUE 0.
      *
      * Counters...
      *
       01 WS-READ-COUNT                      PIC 9(9) VALUE 0.
       01 WS-UNMAPPED-COUNT                  PIC 9(5) VALUE 0.
       01 WS-LINE-COUNT                      PIC 9(6) VALUE 0.
      *
      * Movement summary by branch and movement type, with the
      * accounts it maps to...
      *
       01 WS-SUMMARY-TABLE.
          05 GS-ENTRIES                      PIC 9(5) VALUE 0.
          05 GS-ENTRY
             OCCURS 1 TO 10000 TIMES
             DEPENDING ON GS-ENTRIES
             INDEXED BY GS.
             10 GS-BRANCH                    PIC X(4).
             10 GS-MOVEMENT-TYPE             PIC X(1).
             10 GS-REGION                    PIC X(2).
             10 GS-COUNT                     PIC 9(7).
             10 GS-VALUE                     PIC 9(11)V99.
             10 GS-MAPPED                    PIC X(1).
             10 GS-DEBIT-ACCOUNT             PIC X(10).
             10 GS-CREDIT-ACCOUNT            PIC X(10).
             10 GS-ACCOUNT-CLASS             PIC X(1).
             10 GS-DESCRIPTION               PIC X(30).
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'GENERAL-LEDGER JOURNAL PROOF'.
             10 FILLER                       PIC X(6)    VALUE
                'RUN: '.
             10 WS-H1-RUN                    PIC 9(5).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 FILLER                       PIC X(15)   VALUE
                'BUSINESS DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(54)   VALUE SPACES.
          05 WS-TRIAL-BANNER                 PIC X(31)   VALUE
             '** TRIAL RUN - NOT FOR ISSUE **'.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(8)    VALUE
                'BRANCH'.
             10 FILLER                       PIC X(8)    VALUE
                'REGION'.
             10 FILLER                       PIC X(6)    VALUE 'TYPE'.
             10 FILLER                       PIC X(10)   VALUE
                '     COUNT'.
             10 FILLER                       PIC X(18)   VALUE
                '             VALUE'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(12)   VALUE
                'DEBIT'.
             10 FILLER                       PIC X(12)   VALUE
                'CREDIT'.
             10 FILLER                       PIC X(7)    VALUE
                'CLASS'.
             10 FILLER                       PIC X(49)   VALUE
                'DESCRIPTION'.
          05 WS-DETAIL-LINE.
             10 WS-DET-BRANCH                PIC X(4).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-DET-REGION                PIC X(2).
             10 FILLER                       PIC X(6)    VALUE SPACES.
             10 WS-DET-TYPE                  PIC X(1).
             10 FILLER                       PIC X(5)    VALUE SPACES.
             10 WS-DET-COUNT                 PIC Z(9)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-VALUE                 PIC Z(13)9.99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-DEBIT                 PIC X(10).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-CREDIT                PIC X(10).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-CLASS                 PIC X(1).
             10 FILLER                       PIC X(6)    VALUE SPACES.
             10 WS-DET-DESC                  PIC X(30).
             10 FILLER                       PIC X(19)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-LABEL                 PIC X(40).
             10 WS-TOT-VALUE                 PIC -(14)9.99.
             10 FILLER                       PIC X(74)   VALUE SPACES.
          05 WS-RESULT-LINE.
             10 FILLER                       PIC X(10)   VALUE
                'RESULT: '.
             10 WS-RES-TEXT                  PIC X(60).
             10 FILLER                       PIC X(62)   VALUE SPACES.
      *
       COPY ERRLOGL.
      *
       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-MAIN-PROCESS UNTIL BRANCHINFO-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF
           IF TRIAL-RUN
              DISPLAY 'TRIAL RUN - NO JOURNAL WILL BE WRITTEN'
           END-IF

           OPEN INPUT BRANCHINFO-IN
           IF NOT BRANCHINFO-OK
              DISPLAY '** BRANCHINFO-IN FILE IS NOT OK **'
              DISPLAY '** BRANCHINFO-IN: ' WS-BRANCHINFO-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN INPUT GLMAP-IN
           IF NOT GLMAP-OK
              DISPLAY '** GLMAP-IN FILE IS NOT OK **'
              DISPLAY '** GLMAP-IN: ' WS-GLMAP-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       2000-MAIN-PROCESS.
           READ BRANCHINFO-IN
              AT END CONTINUE
           END-READ
           IF BRANCHINFO-OK
              IF BI-TRAILER-ID = 'TRAILR'
                 MOVE 'Y' TO WS-TRAILER-FOUND
                 IF BI-TRAILER-COUNT NOT = WS-READ-COUNT
                    DISPLAY '** BRANCHINFO TRAILER COUNT MISMATCH **'
                    DISPLAY '** TRAILER: ' BI-TRAILER-COUNT
                       ' RECORDS READ: ' WS-READ-COUNT
                    MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 MOVE "10" TO WS-BRANCHINFO-STATUS
              ELSE
                 ADD 1 TO WS-READ-COUNT
                 PERFORM 2100-ACCUMULATE-MOVEMENT
              END-IF
           ELSE
              IF NOT BRANCHINFO-EOF
                 DISPLAY '** BRANCHINFO-IN FILE IS NOT OK **'
                 DISPLAY '** BRANCHINFO-IN: ' WS-BRANCHINFO-STATUS
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2100-ACCUMULATE-MOVEMENT.
      *    Summary values are held unsigned, as the journal posts
      *    them; the net follows the same signs EX6 uses on VALCNT.
           COMPUTE WS-MOVEMENT-VALUE = BI-PRICE * BI-QUANTITY
           IF BI-OUTBOUND
              SUBTRACT WS-MOVEMENT-VALUE FROM WS-JOURNAL-NET-VALUE
           ELSE
              ADD WS-MOVEMENT-VALUE TO WS-JOURNAL-NET-VALUE
           END-IF
           SET GS TO 1
           SEARCH GS-ENTRY
              AT END
                 IF GS-ENTRIES = 10000
                    DISPLAY '** SUMMARY TABLE FULL **'
                    MOVE '2100-ACCUMULATE-MOVEMENT' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO GS-ENTRIES
                 SET GS TO GS-ENTRIES
                 MOVE BI-BRANCH TO GS-BRANCH(GS)
                 MOVE BI-MOVEMENT-TYPE TO GS-MOVEMENT-TYPE(GS)
                 MOVE BI-REGION TO GS-REGION(GS)
                 MOVE 1 TO GS-COUNT(GS)
                 MOVE WS-MOVEMENT-VALUE TO GS-VALUE(GS)
                 MOVE 'N' TO GS-MAPPED(GS)
                 MOVE SPACES TO GS-DEBIT-ACCOUNT(GS)
                 MOVE SPACES TO GS-CREDIT-ACCOUNT(GS)
                 MOVE SPACES TO GS-ACCOUNT-CLASS(GS)
                 MOVE SPACES TO GS-DESCRIPTION(GS)
              WHEN GS-BRANCH(GS) = BI-BRANCH
                 AND GS-MOVEMENT-TYPE(GS) = BI-MOVEMENT-TYPE
                 ADD 1 TO GS-COUNT(GS)
                 ADD WS-MOVEMENT-VALUE TO GS-VALUE(GS)
           END-SEARCH.

       3000-END-PROCESS.
           IF NOT TRAILER-FOUND
              DISPLAY '** BRANCHINFO TRAILER MISSING **'
              MOVE '3000-END-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           PERFORM 3100-MAP-ONE-SUMMARY
              VARYING GS FROM 1 BY 1 UNTIL GS > GS-ENTRIES
           PERFORM 3200-FIND-VALCNT-VALUE
           PERFORM 3300-PROVE-JOURNAL

           IF JOURNAL-BALANCED AND NOT TRIAL-RUN
              MOVE 'Y' TO WS-WRITE-JOURNAL
           END-IF

      *    The journal file is always replaced, so last night's
      *    journal can never be picked up again by mistake.
           OPEN OUTPUT JOURNAL-OUT
           IF NOT JOURNAL-OK
              DISPLAY '** JOURNAL-OUT FILE IS NOT OK **'
              DISPLAY '** JOURNAL-OUT: ' WS-JOURNAL-STATUS
              MOVE '3000-END-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           IF WRITE-JOURNAL
              PERFORM 5500-WRITE-JOURNAL-HEADER
           END-IF

           MOVE WS-RUN-NUMBER TO WS-H1-RUN
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
           WRITE PRINT-OUT-RECORD

           PERFORM 4900-FIND-NEXT-BRANCH
           PERFORM 5000-REPORT-BRANCH UNTIL NOT BRANCH-FOUND

           IF WRITE-JOURNAL
              PERFORM 5600-WRITE-JOURNAL-TRAILER
           END-IF
           CLOSE JOURNAL-OUT

           PERFORM 5300-REPORT-PROOF
           CLOSE BRANCHINFO-IN
           CLOSE GLMAP-IN
           CLOSE PRINT-OUT

           DISPLAY 'BRANCHINFO RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'SUMMARY LINES: ' GS-ENTRIES
           DISPLAY 'SUMMARY LINES WITHOUT MAPPING: ' WS-UNMAPPED-COUNT
           DISPLAY 'JOURNAL LINES WRITTEN: ' WS-LINE-COUNT

           IF NOT JOURNAL-BALANCED
              DISPLAY '** GL JOURNAL DOES NOT PROVE - NOT SENT **'
              MOVE '3000-END-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       3100-MAP-ONE-SUMMARY.
      *    A regional mapping wins; otherwise the company-wide **
      *    entry for the movement type applies.
           MOVE GS-MOVEMENT-TYPE(GS) TO GM-MOVEMENT-TYPE
           MOVE GS-REGION(GS) TO GM-REGION
           READ GLMAP-IN
              INVALID KEY
                 MOVE GS-MOVEMENT-TYPE(GS) TO GM-MOVEMENT-TYPE
                 MOVE '**' TO GM-REGION
                 READ GLMAP-IN
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM 3150-NOTE-MAPPING
                 END-READ
              NOT INVALID KEY
                 PERFORM 3150-NOTE-MAPPING
           END-READ
           IF GS-MAPPED(GS) = 'Y'
              ADD GS-VALUE(GS) TO WS-DEBIT-TOTAL
              ADD GS-VALUE(GS) TO WS-CREDIT-TOTAL
           ELSE
              ADD 1 TO WS-UNMAPPED-COUNT
              MOVE '** NO GL MAPPING **' TO GS-DESCRIPTION(GS)
           END-IF.

       3150-NOTE-MAPPING.
           MOVE 'Y' TO GS-MAPPED(GS)
           MOVE GM-DEBIT-ACCOUNT TO GS-DEBIT-ACCOUNT(GS)
           MOVE GM-CREDIT-ACCOUNT TO GS-CREDIT-ACCOUNT(GS)
           MOVE GM-ACCOUNT-CLASS TO GS-ACCOUNT-CLASS(GS)
           MOVE GM-DESCRIPTION TO GS-DESCRIPTION(GS).

       3200-FIND-VALCNT-VALUE.
      *    VALCNT is appended on every restart, so the last BRCHOUT
      *    producer record for the run is the one that counts.
           OPEN INPUT VALUE-IN
           IF VALUE-IN-NOT-FOUND
              DISPLAY '** WARNING: NO VALUE-CONTROL FILE **'
           ELSE
              IF NOT VALUE-IN-OK
                 DISPLAY '** VALUE-IN FILE IS NOT OK **'
                 DISPLAY '** VALUE-IN: ' WS-VALUE-IN-STATUS
                 MOVE '3200-FIND-VALCNT-VALUE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 3250-CHECK-ONE-VALUE UNTIL VALUE-IN-EOF
              CLOSE VALUE-IN
           END-IF.

       3250-CHECK-ONE-VALUE.
           READ VALUE-IN
              AT END CONTINUE
           END-READ
           IF VALUE-IN-OK
              IF VAL-PROGRAM-ID = 'EX6'
                 AND VAL-FILE-ID = 'BRCHOUT'
                 AND VAL-PRODUCER
                 AND VAL-RUN-NUMBER = WS-RUN-NUMBER
                 MOVE 'Y' TO WS-VALCNT-FOUND
                 MOVE VAL-NET-VALUE TO WS-VALCNT-NET-VALUE
              END-IF
           ELSE
              IF NOT VALUE-IN-EOF
                 DISPLAY '** VALUE-IN FILE IS NOT OK **'
                 MOVE '3250-CHECK-ONE-VALUE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       3300-PROVE-JOURNAL.
           COMPUTE WS-DIFFERENCE =
              WS-JOURNAL-NET-VALUE - WS-VALCNT-NET-VALUE
           EVALUATE TRUE
              WHEN WS-UNMAPPED-COUNT > 0
                 MOVE 'N' TO WS-JOURNAL-BALANCED
                 MOVE 'MOVEMENTS WITH NO GL MAPPING - JOURNAL NOT SENT'
                    TO WS-RES-TEXT
              WHEN NOT VALCNT-FOUND
                 MOVE 'N' TO WS-JOURNAL-BALANCED
                 MOVE 'NO VALCNT VALUE FOR THE RUN - JOURNAL NOT SENT'
                    TO WS-RES-TEXT
              WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                 MOVE 'N' TO WS-JOURNAL-BALANCED
                 MOVE 'DEBITS DO NOT EQUAL CREDITS - JOURNAL NOT SENT'
                    TO WS-RES-TEXT
              WHEN WS-DIFFERENCE NOT = 0
                 MOVE 'N' TO WS-JOURNAL-BALANCED
                 MOVE 'NET VALUE DISAGREES WITH VALCNT - NOT SENT'
                    TO WS-RES-TEXT
              WHEN TRIAL-RUN
                 MOVE 'JOURNAL PROVED - TRIAL RUN, NOT WRITTEN'
                    TO WS-RES-TEXT
              WHEN OTHER
                 MOVE 'JOURNAL PROVED AND WRITTEN' TO WS-RES-TEXT
           END-EVALUATE.

       4900-FIND-NEXT-BRANCH.
      *    The summary table is in arrival order - pick the lowest
      *    branch above the one just reported so the proof and the
      *    journal both come out in branch sequence.
           MOVE 'N' TO WS-BRANCH-FOUND
           MOVE HIGH-VALUES TO WS-CUR-BRANCH
           PERFORM 4910-TEST-ONE-BRANCH
              VARYING GS FROM 1 BY 1
              UNTIL GS > GS-ENTRIES.

       4910-TEST-ONE-BRANCH.
           IF GS-BRANCH(GS) > WS-PREV-BRANCH
              AND GS-BRANCH(GS) < WS-CUR-BRANCH
              MOVE GS-BRANCH(GS) TO WS-CUR-BRANCH
              MOVE 'Y' TO WS-BRANCH-FOUND
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

       5000-REPORT-BRANCH.
           PERFORM 5100-REPORT-ONE-SUMMARY
              VARYING GS FROM 1 BY 1 UNTIL GS > GS-ENTRIES

           MOVE WS-CUR-BRANCH TO WS-PREV-BRANCH
           PERFORM 4900-FIND-NEXT-BRANCH.

       5100-REPORT-ONE-SUMMARY.
           IF GS-BRANCH(GS) = WS-CUR-BRANCH
              MOVE GS-BRANCH(GS) TO WS-DET-BRANCH
              MOVE GS-REGION(GS) TO WS-DET-REGION
              MOVE GS-MOVEMENT-TYPE(GS) TO WS-DET-TYPE
              MOVE GS-COUNT(GS) TO WS-DET-COUNT
              MOVE GS-VALUE(GS) TO WS-DET-VALUE
              MOVE GS-DEBIT-ACCOUNT(GS) TO WS-DET-DEBIT
              MOVE GS-CREDIT-ACCOUNT(GS) TO WS-DET-CREDIT
              MOVE GS-ACCOUNT-CLASS(GS) TO WS-DET-CLASS
              MOVE GS-DESCRIPTION(GS) TO WS-DET-DESC
              MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
              IF WRITE-JOURNAL AND GS-VALUE(GS) > 0
                 PERFORM 5700-WRITE-JOURNAL-LINES
              END-IF
           END-IF.

       5300-REPORT-PROOF.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'TOTAL DEBITS' TO WS-TOT-LABEL
           MOVE WS-DEBIT-TOTAL TO WS-TOT-VALUE
           PERFORM 5350-WRITE-TOTAL
           MOVE 'TOTAL CREDITS' TO WS-TOT-LABEL
           MOVE WS-CREDIT-TOTAL TO WS-TOT-VALUE
           PERFORM 5350-WRITE-TOTAL
           MOVE 'NET MOVEMENT VALUE PER JOURNAL' TO WS-TOT-LABEL
           MOVE WS-JOURNAL-NET-VALUE TO WS-TOT-VALUE
           PERFORM 5350-WRITE-TOTAL
           MOVE 'NET MOVEMENT VALUE PER VALCNT' TO WS-TOT-LABEL
           MOVE WS-VALCNT-NET-VALUE TO WS-TOT-VALUE
           PERFORM 5350-WRITE-TOTAL
           MOVE 'DIFFERENCE' TO WS-TOT-LABEL
           MOVE WS-DIFFERENCE TO WS-TOT-VALUE
           PERFORM 5350-WRITE-TOTAL
           MOVE 'SUMMARY LINES WITHOUT MAPPING' TO WS-TOT-LABEL
           MOVE WS-UNMAPPED-COUNT TO WS-TOT-VALUE
           PERFORM 5350-WRITE-TOTAL
           MOVE 'JOURNAL LINES WRITTEN' TO WS-TOT-LABEL
           MOVE WS-LINE-COUNT TO WS-TOT-VALUE
           PERFORM 5350-WRITE-TOTAL
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-RESULT-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5350-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5500-WRITE-JOURNAL-HEADER.
           MOVE SPACES TO GL-JOURNAL-HEADER
           MOVE 'H' TO GJH-RECORD-TYPE
           MOVE 'STOCK' TO GJH-SOURCE
           MOVE WS-RUN-NUMBER TO GJH-RUN-NUMBER
           MOVE WS-BUSINESS-DATE TO GJH-BUSINESS-DATE
           MOVE 'NIGHTLY BRANCH STOCK MOVEMENTS' TO GJH-DESCRIPTION
           WRITE GL-JOURNAL-HEADER.

       5600-WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO GL-JOURNAL-TRAILER
           MOVE 'T' TO GJT-RECORD-TYPE
           MOVE WS-LINE-COUNT TO GJT-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO GJT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GJT-CREDIT-TOTAL
           MOVE WS-JOURNAL-NET-VALUE TO GJT-NET-VALUE
           WRITE GL-JOURNAL-TRAILER.

       5700-WRITE-JOURNAL-LINES.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'D' TO GJ-RECORD-TYPE
           MOVE GS-VALUE(GS) TO GJ-AMOUNT
           MOVE GS-BRANCH(GS) TO GJ-BRANCH
           MOVE GS-REGION(GS) TO GJ-REGION
           MOVE GS-MOVEMENT-TYPE(GS) TO GJ-MOVEMENT-TYPE
           MOVE GS-ACCOUNT-CLASS(GS) TO GJ-ACCOUNT-CLASS
           MOVE GS-DESCRIPTION(GS) TO GJ-DESCRIPTION

           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT TO GJ-LINE-NUMBER
           MOVE GS-DEBIT-ACCOUNT(GS) TO GJ-ACCOUNT
           MOVE 'D' TO GJ-DEBIT-CREDIT
           WRITE GL-JOURNAL-RECORD

           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT TO GJ-LINE-NUMBER
           MOVE GS-CREDIT-ACCOUNT(GS) TO GJ-ACCOUNT
           MOVE 'C' TO GJ-DEBIT-CREDIT
           WRITE GL-JOURNAL-RECORD.

       9999-ABEND.
           MOVE 'GLJRNL' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
