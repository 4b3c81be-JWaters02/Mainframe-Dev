       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PROMMNT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : PROMOTION MASTER MAINTENANCE                    *
      *                                                                *
      *  Function    : APPLY A TRANSACTION FILE OF ADDS, CHANGES AND   *
      *                DELETES AGAINST THE PROMOS INDEXED PROMOTION    *
      *                MASTER - ONE RECORD PER ITEM UNDER EACH         *
      *                PROMOTION, WITH ITS PROMOTIONAL PRICE, START    *
      *                AND END DATES AND AN OPTIONAL REGION - WRITING  *
      *                BEFORE/AFTER IMAGES TO THE PROMAUD AUDIT FILE   *
      *                AND PRODUCING AN APPLIED/REJECTED MAINTENANCE   *
      *                REPORT. THE ITEM MUST BE ON THE ITEM MASTER, A  *
      *                REGION ON THE REGION MASTER, THE PRICE NON-ZERO *
      *                AND THE END DATE NOT BEFORE THE START DATE.     *
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
           SELECT PROMTXN-IN ASSIGN TO PROMTXN
           FILE STATUS IS WS-PROMTXN-IN-STATUS.
           SELECT PROMO-MAST ASSIGN TO PROMOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-KEY
           ALTERNATE RECORD KEY IS PR-ITEM WITH DUPLICATES
           FILE STATUS IS WS-PROMO-MAST-STATUS.
           SELECT ITEM-IN ASSIGN TO ITEMMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-IN-STATUS.
           SELECT REGION-IN ASSIGN TO REGIONS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REGION-CODE
           FILE STATUS IS WS-REGION-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT AUDIT-OUT ASSIGN TO PROMAUD
           FILE STATUS IS WS-AUDIT-OUT-STATUS.
           SELECT PRINT-OUT ASSIGN TO PROMRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD PROMTXN-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 68 CHARACTERS.
       01 PROMTXN-RECORD.
           05 TX-ACTION                      PIC X(1).
              88 TX-ADD                      VALUE 'A'.
              88 TX-CHANGE                   VALUE 'C'.
              88 TX-DELETE                   VALUE 'D'.
              88 TX-ACTION-VALID             VALUE 'A', 'C', 'D'.
           05 TX-KEY.
              10 TX-PROMO-ID                 PIC X(6).
              10 TX-ITEM                     PIC X(6).
           05 TX-REGION                      PIC X(2).
           05 TX-PROMO-PRICE                 PIC 9(5)V99.
           05 TX-START-DATE                  PIC 9(8).
           05 TX-END-DATE                    PIC 9(8).
           05 TX-DESC                        PIC X(30).
      *
       FD PROMO-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 75 CHARACTERS.
           COPY PROMOR.
      *
       FD ITEM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
      *
       FD REGION-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 52 CHARACTERS.
           COPY REGIONR.
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
      *
       FD AUDIT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 163 CHARACTERS.
       01 AUDIT-OUT-RECORD.
           05 AUD-ACTION                     PIC X(1).
           05 AUD-KEY                        PIC X(12).
           05 AUD-BEFORE-IMAGE               PIC X(75).
           05 AUD-AFTER-IMAGE                PIC X(75).
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
       01 WS-PROMTXN-IN-STATUS               PIC X(2).
           88 PROMTXN-IN-OK                  VALUE "00".
           88 PROMTXN-IN-EOF                 VALUE "10".
       01 WS-PROMO-MAST-STATUS               PIC X(2).
           88 PROMO-MAST-OK                  VALUE "00".
           88 PROMO-MAST-EOF                 VALUE "10".
           88 PROMO-MAST-NOT-FOUND           VALUE "23".
           88 PROMO-MAST-NO-FILE             VALUE "35".
           88 PROMO-MAST-DUP-KEY             VALUE "22".
       01 WS-ITEM-IN-STATUS                  PIC X(2).
           88 ITEM-IN-OK                     VALUE "00".
       01 WS-REGION-IN-STATUS                PIC X(2).
           88 REGION-IN-OK                   VALUE "00".
           88 REGION-IN-NOT-FOUND            VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-AUDIT-OUT-STATUS                PIC X(2).
           88 AUDIT-OUT-OK                   VALUE "00".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-TXN-VALID                       PIC X VALUE 'Y'.
           88 TXN-VALID                      VALUE 'Y'.
       01 WS-REGION-MAST-PRESENT             PIC X VALUE 'N'.
           88 REGION-MAST-PRESENT            VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
      *
      * Counters...
      *
       01 WS-TXN-COUNT                       PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT                   PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT                  PIC 9(5) VALUE 0.
      *
      * Messages...
      *
       01 WS-REJECT-REASON                   PIC X(30) VALUE SPACES.
       01 WS-BEFORE-IMAGE                    PIC X(75) VALUE SPACES.
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(35)   VALUE
                'PROMOTION MASTER MAINTENANCE'.
             10 FILLER                       PIC X(57)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(6)    VALUE 'ACTION'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(6)    VALUE 'PROMO'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(6)    VALUE 'ITEM'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(6)    VALUE 'REGION'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(8)    VALUE 'RESULT'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(30)   VALUE 'REASON'.
             10 FILLER                       PIC X(18)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-ACTION                PIC X(6).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-PROMO-ID              PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-ITEM                  PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-REGION                PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-RESULT                PIC X(8).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-REASON                PIC X(30).
             10 FILLER                       PIC X(18)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-TEXT                  PIC X(22).
             10 WS-TOT-VALUE                 PIC Z(4)9.
             10 FILLER                       PIC X(65)   VALUE SPACES.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-MAIN-PROCESS UNTIL PROMTXN-IN-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

           PERFORM 6000-OPEN-PROMTXN-IN

           PERFORM 6100-OPEN-PROMO-MAST

           PERFORM 6120-OPEN-ITEM-IN

           PERFORM 6150-OPEN-REGION-IN

           PERFORM 6200-OPEN-AUDIT-OUT

           PERFORM 6300-OPEN-PRINT-OUT

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 4000-READ-PROMTXN-IN.

       2000-MAIN-PROCESS.
           IF PROMTXN-IN-OK
              ADD 1 TO WS-TXN-COUNT

              PERFORM 2100-EDIT-CHECK-TXN

              IF TXN-VALID
                 PERFORM 2200-APPLY-TXN
              ELSE
                 PERFORM 5100-REPORT-REJECTED
              END-IF
           END-IF

           PERFORM 4000-READ-PROMTXN-IN.

       2100-EDIT-CHECK-TXN.
           MOVE 'Y' TO WS-TXN-VALID
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
              WHEN NOT TX-ACTION-VALID
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
              WHEN TX-PROMO-ID = SPACES
                 OR TX-PROMO-ID = LOW-VALUES
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'PROMOTION ID MISSING' TO WS-REJECT-REASON
              WHEN TX-ITEM = SPACES
                 OR TX-ITEM = LOW-VALUES
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'ITEM MISSING' TO WS-REJECT-REASON
              WHEN TX-DELETE
                 CONTINUE
              WHEN TX-DESC = SPACES
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'DESCRIPTION MISSING' TO WS-REJECT-REASON
              WHEN TX-PROMO-PRICE NOT NUMERIC
                 OR TX-PROMO-PRICE = 0
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'PROMOTIONAL PRICE INVALID' TO WS-REJECT-REASON
              WHEN TX-START-DATE NOT NUMERIC
                 OR TX-START-DATE = 0
                 OR TX-END-DATE NOT NUMERIC
                 OR TX-END-DATE = 0
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'PROMOTION DATES INVALID' TO WS-REJECT-REASON
              WHEN TX-END-DATE < TX-START-DATE
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'END DATE BEFORE START DATE' TO WS-REJECT-REASON
           END-EVALUATE
      *    A promotion can only price an item on the item master, and
      *    a regional promotion must name a region on the region
      *    master; a blank region runs the promotion at every branch.
           IF TXN-VALID AND NOT TX-DELETE
              PERFORM 2150-EDIT-ITEM-ON-FILE
           END-IF
           IF TXN-VALID AND NOT TX-DELETE AND TX-REGION NOT = SPACES
              PERFORM 2160-EDIT-REGION-ON-FILE
           END-IF.

       2150-EDIT-ITEM-ON-FILE.
           MOVE TX-ITEM TO ITEM-CODE
           READ ITEM-IN
              INVALID KEY
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'ITEM NOT ON ITEM MASTER' TO WS-REJECT-REASON
           END-READ.

       2160-EDIT-REGION-ON-FILE.
      *    With no region master allocated every two-character code
      *    is accepted, as BRCHMNT does.
           IF REGION-MAST-PRESENT
              MOVE TX-REGION TO REGION-CODE
              READ REGION-IN
                 INVALID KEY
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'REGION NOT ON REGION MASTER'
                       TO WS-REJECT-REASON
              END-READ
           END-IF.

       2200-APPLY-TXN.
           EVALUATE TRUE
              WHEN TX-ADD
                 PERFORM 2210-APPLY-ADD
              WHEN TX-CHANGE
                 PERFORM 2220-APPLY-CHANGE
              WHEN TX-DELETE
                 PERFORM 2230-APPLY-DELETE
           END-EVALUATE.

       2210-APPLY-ADD.
           PERFORM 2300-MOVE-TXN-TO-MASTER
           WRITE PROMO-RECORD
           IF PROMO-MAST-OK
              ADD 1 TO WS-APPLIED-COUNT
              MOVE SPACES TO WS-BEFORE-IMAGE
              PERFORM 5200-WRITE-AUDIT
              PERFORM 5000-REPORT-APPLIED
           ELSE
              IF PROMO-MAST-DUP-KEY
                 MOVE 'ALREADY ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              ELSE
                 DISPLAY '** PROMO-MAST WRITE IS NOT OK **'
                 DISPLAY '** PROMO-MAST: ' WS-PROMO-MAST-STATUS
                 MOVE '2210-APPLY-ADD' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2220-APPLY-CHANGE.
           MOVE TX-KEY TO PR-KEY
           READ PROMO-MAST
              INVALID KEY
                 MOVE 'NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 MOVE PROMO-RECORD TO WS-BEFORE-IMAGE
                 PERFORM 2300-MOVE-TXN-TO-MASTER
                 REWRITE PROMO-RECORD
                 IF PROMO-MAST-OK
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM 5200-WRITE-AUDIT
                    PERFORM 5000-REPORT-APPLIED
                 ELSE
                    DISPLAY '** PROMO-MAST REWRITE IS NOT OK **'
                    DISPLAY '** PROMO-MAST: ' WS-PROMO-MAST-STATUS
                    MOVE '2220-APPLY-CHANGE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ.

       2230-APPLY-DELETE.
           MOVE TX-KEY TO PR-KEY
           READ PROMO-MAST
              INVALID KEY
                 MOVE 'NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 MOVE PROMO-RECORD TO WS-BEFORE-IMAGE
                 DELETE PROMO-MAST
                 IF PROMO-MAST-OK
                    ADD 1 TO WS-APPLIED-COUNT
                    MOVE SPACES TO PROMO-RECORD
                    PERFORM 5200-WRITE-AUDIT
                    PERFORM 5000-REPORT-APPLIED
                 ELSE
                    DISPLAY '** PROMO-MAST DELETE IS NOT OK **'
                    DISPLAY '** PROMO-MAST: ' WS-PROMO-MAST-STATUS
                    MOVE '2230-APPLY-DELETE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ.

       2300-MOVE-TXN-TO-MASTER.
           MOVE TX-KEY TO PR-KEY
           MOVE TX-REGION TO PR-REGION
           MOVE TX-PROMO-PRICE TO PR-PROMO-PRICE
           MOVE TX-START-DATE TO PR-START-DATE
           MOVE TX-END-DATE TO PR-END-DATE
           MOVE TX-DESC TO PR-DESC
           MOVE WS-BUSINESS-DATE TO PR-LAST-UPDATED.

       3000-END-PROCESS.
           PERFORM 5300-REPORT-TOTALS

           CLOSE PROMTXN-IN
           CLOSE PROMO-MAST
           CLOSE ITEM-IN
           IF REGION-MAST-PRESENT
              CLOSE REGION-IN
           END-IF
           CLOSE AUDIT-OUT
           CLOSE PRINT-OUT

           DISPLAY 'TRANSACTIONS READ: ' WS-TXN-COUNT
           DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT.

       4000-READ-PROMTXN-IN.
           IF NOT PROMTXN-IN-EOF
               READ PROMTXN-IN
               IF NOT PROMTXN-IN-OK AND NOT PROMTXN-IN-EOF
                  DISPLAY '** PROMTXN-IN FILE IS NOT OK **'
                  DISPLAY '** READ PROMTXN-IN: ' PROMTXN-RECORD
                  MOVE '4000-READ-PROMTXN-IN' TO EL-PARAGRAPH
                  PERFORM 9999-ABEND
               END-IF
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

       5000-REPORT-APPLIED.
           MOVE TX-ACTION TO WS-DET-ACTION
           MOVE TX-PROMO-ID TO WS-DET-PROMO-ID
           MOVE TX-ITEM TO WS-DET-ITEM
           MOVE TX-REGION TO WS-DET-REGION
           MOVE 'APPLIED' TO WS-DET-RESULT
           MOVE SPACES TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-REPORT-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE TX-ACTION TO WS-DET-ACTION
           MOVE TX-PROMO-ID TO WS-DET-PROMO-ID
           MOVE TX-ITEM TO WS-DET-ITEM
           MOVE TX-REGION TO WS-DET-REGION
           MOVE 'REJECTED' TO WS-DET-RESULT
           MOVE WS-REJECT-REASON TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5200-WRITE-AUDIT.
           MOVE TX-ACTION TO AUD-ACTION
           MOVE TX-KEY TO AUD-KEY
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE PROMO-RECORD TO AUD-AFTER-IMAGE
           WRITE AUDIT-OUT-RECORD.

       5300-REPORT-TOTALS.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'TRANSACTIONS READ:    ' TO WS-TOT-TEXT
           MOVE WS-TXN-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'TRANSACTIONS APPLIED: ' TO WS-TOT-TEXT
           MOVE WS-APPLIED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'TRANSACTIONS REJECTED:' TO WS-TOT-TEXT
           MOVE WS-REJECTED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       6000-OPEN-PROMTXN-IN.
           OPEN INPUT PROMTXN-IN.
           IF NOT PROMTXN-IN-OK
              DISPLAY '** PROMTXN-IN FILE IS NOT OK **'
              DISPLAY '** PROMTXN-IN: ' WS-PROMTXN-IN-STATUS
              MOVE '6000-OPEN-PROMTXN-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6100-OPEN-PROMO-MAST.
           OPEN I-O PROMO-MAST.
           IF PROMO-MAST-NO-FILE
              OPEN OUTPUT PROMO-MAST
              IF PROMO-MAST-OK
                 CLOSE PROMO-MAST
                 OPEN I-O PROMO-MAST
              END-IF
           END-IF
           IF NOT PROMO-MAST-OK
              DISPLAY '** PROMO-MAST FILE IS NOT OK **'
              DISPLAY '** PROMO-MAST: ' WS-PROMO-MAST-STATUS
              MOVE '6100-OPEN-PROMO-MAST' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6120-OPEN-ITEM-IN.
           OPEN INPUT ITEM-IN.
           IF NOT ITEM-IN-OK
              DISPLAY '** ITEM-IN FILE IS NOT OK **'
              DISPLAY '** ITEM-IN: ' WS-ITEM-IN-STATUS
              MOVE '6120-OPEN-ITEM-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6150-OPEN-REGION-IN.
           OPEN INPUT REGION-IN
           IF REGION-IN-OK
              MOVE 'Y' TO WS-REGION-MAST-PRESENT
           ELSE
              IF REGION-IN-NOT-FOUND
                 DISPLAY '** WARNING: NO REGION MASTER - REGION '
                    'CODES NOT VALIDATED **'
              ELSE
                 DISPLAY '** REGION-IN FILE IS NOT OK **'
                 DISPLAY '** REGION-IN: ' WS-REGION-IN-STATUS
                 MOVE '6150-OPEN-REGION-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       6200-OPEN-AUDIT-OUT.
           OPEN OUTPUT AUDIT-OUT.
           IF NOT AUDIT-OUT-OK
              DISPLAY '** AUDIT-OUT FILE IS NOT OK **'
              DISPLAY '** AUDIT-OUT: ' WS-AUDIT-OUT-STATUS
              MOVE '6200-OPEN-AUDIT-OUT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6300-OPEN-PRINT-OUT.
           OPEN OUTPUT PRINT-OUT.
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '6300-OPEN-PRINT-OUT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       9999-ABEND.
           MOVE 'PROMMNT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
