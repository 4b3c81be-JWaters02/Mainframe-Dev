       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RCLMNT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : PRODUCT RECALL MAINTENANCE                      *
      *                                                                *
      *  Function    : APPLY A TRANSACTION FILE AGAINST THE RECALLS    *
      *                MASTER AND ITS RCLEXP BRANCH EXPOSURE FILE.     *
      *                EACH TRANSACTION NAMES ITS RECORD TYPE - M FOR  *
      *                A RECALL (ADD, CHANGE OR DELETE), R FOR STOCK   *
      *                RETURNED UNDER A RECALL. ADDING A RECALL        *
      *                VALIDATES THE ITEM AND SUPPLIER AND TAKES EVERY *
      *                BRANCH'S STOCKLDG ON-HAND AS ITS OPENING        *
      *                EXPOSURE. A RETURN IS COUNTED OFF THE BRANCH'S  *
      *                EXPOSURE, TAKEN OFF STOCKLDG AND JOURNALLED TO  *
      *                STKJRNL AS A RECALL RETURN (K). WRITES          *
      *                BEFORE/AFTER IMAGES TO AN AUDIT FILE AND        *
      *                PRODUCES AN APPLIED/REJECTED MAINTENANCE REPORT *
      *                - THE SAME SHAPE AS SUPPMNT. A RUN CLAIMS THE   *
      *                STOCKLDG LOCK ON THE MSTLOCK CONTROL FILE AND   *
      *                ENDS WITH RETURN CODE 8, UPDATING NOTHING,      *
      *                WHILE THE DRIVER CHAIN OR ANOTHER JOB HOLDS IT. *
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
           SELECT RCLTXN-IN ASSIGN TO RCLTXN
           FILE STATUS IS WS-RCLTXN-IN-STATUS.
           SELECT RECALL-MAST ASSIGN TO RECALLS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RCL-ITEM
           FILE STATUS IS WS-RECALL-MAST-STATUS.
           SELECT EXPOSURE-FILE ASSIGN TO RCLEXP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RX-KEY
           FILE STATUS IS WS-EXPOSURE-STATUS.
           SELECT ITEM-IN ASSIGN TO ITEMMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-IN-STATUS.
           SELECT SUPPLIER-IN ASSIGN TO SUPPLIER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUPP-CODE
           FILE STATUS IS WS-SUPPLIER-STATUS.
           SELECT STOCK-LEDGER ASSIGN TO STOCKLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-KEY
           FILE STATUS IS WS-STOCK-STATUS.
           SELECT STKJRNL-OUT ASSIGN TO STKJRNL
           FILE STATUS IS WS-STKJRNL-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT AUDIT-OUT ASSIGN TO RCLAUD
           FILE STATUS IS WS-AUDIT-OUT-STATUS.
           SELECT PRINT-OUT ASSIGN TO RCLMRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD RCLTXN-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 51 CHARACTERS.
       01 RCLTXN-RECORD.
           05 TX-REC-TYPE                    PIC X(1).
              88 TX-RECALL-REC               VALUE 'M'.
              88 TX-RETURN-REC               VALUE 'R'.
              88 TX-REC-TYPE-VALID           VALUE 'M', 'R'.
           05 TX-ACTION                      PIC X(1).
              88 TX-ADD                      VALUE 'A'.
              88 TX-CHANGE                   VALUE 'C'.
              88 TX-DELETE                   VALUE 'D'.
              88 TX-ACTION-VALID             VALUE 'A', 'C', 'D'.
           05 TX-RECALL-FIELDS.
              10 TX-RCL-ITEM                 PIC X(6).
              10 TX-RCL-RECALL-DATE          PIC 9(8).
              10 TX-RCL-REASON               PIC X(30).
              10 TX-RCL-SUPP-CODE            PIC X(4).
              10 TX-RCL-STATUS               PIC X(1).
           05 TX-RETURN-FIELDS
              REDEFINES TX-RECALL-FIELDS.
              10 TX-RT-ITEM                  PIC X(6).
              10 TX-RT-BRANCH                PIC X(4).
              10 TX-RT-QUANTITY              PIC 9(7).
              10 TX-RT-DATE                  PIC 9(8).
              10 FILLER                      PIC X(24).
      *
       FD RECALL-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
           COPY RECALLR.
      *
       FD EXPOSURE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
           COPY RCLEXPR.
      *
       FD ITEM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
      *
       FD SUPPLIER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 157 CHARACTERS.
           COPY SUPPLR.
      *
       FD STOCK-LEDGER
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
           COPY STOCKR.
      *
       FD STKJRNL-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 59 CHARACTERS.
           COPY STKJRNR.
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
           RECORD CONTAINS 126 CHARACTERS.
       01 AUDIT-OUT-RECORD.
           05 AUD-REC-TYPE                   PIC X(1).
           05 AUD-ACTION                     PIC X(1).
           05 AUD-KEY                        PIC X(10).
           05 AUD-BEFORE-IMAGE               PIC X(57).
           05 AUD-AFTER-IMAGE                PIC X(57).
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
       01 WS-RCLTXN-IN-STATUS                PIC X(2).
           88 RCLTXN-IN-OK                   VALUE "00".
           88 RCLTXN-IN-EOF                  VALUE "10".
       01 WS-RECALL-MAST-STATUS              PIC X(2).
           88 RECALL-MAST-OK                 VALUE "00".
           88 RECALL-MAST-NOT-FOUND          VALUE "23".
           88 RECALL-MAST-NO-FILE            VALUE "35".
           88 RECALL-MAST-DUP-KEY            VALUE "22".
       01 WS-EXPOSURE-STATUS                 PIC X(2).
           88 EXPOSURE-OK                    VALUE "00".
           88 EXPOSURE-NOT-FOUND             VALUE "23".
           88 EXPOSURE-NO-FILE               VALUE "35".
           88 EXPOSURE-DUP-KEY               VALUE "22".
       01 WS-ITEM-IN-STATUS                  PIC X(2).
           88 ITEM-IN-OK                     VALUE "00".
           88 ITEM-IN-NOT-FOUND              VALUE "23".
       01 WS-SUPPLIER-STATUS                 PIC X(2).
           88 SUPPLIER-OK                    VALUE "00".
           88 SUPPLIER-NOT-FOUND             VALUE "23".
       01 WS-STOCK-STATUS                    PIC X(2).
           88 STOCK-OK                       VALUE "00".
           88 STOCK-NOT-FOUND                VALUE "23".
           88 STOCK-NO-FILE                  VALUE "35".
       01 WS-STKJRNL-STATUS                  PIC X(2).
           88 STKJRNL-OK                     VALUE "00".
           88 STKJRNL-NOT-FOUND              VALUE "35".
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
       01 WS-SCAN-DONE                       PIC X VALUE 'N'.
           88 SCAN-DONE                      VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-OUTSTANDING                     PIC S9(9) VALUE 0.
       01 WS-BALANCE-BEFORE                  PIC S9(9) VALUE 0.
       01 WS-BALANCE-AFTER                   PIC S9(9) VALUE 0.
      *
      * Counters...
      *
       01 WS-TXN-COUNT                       PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT                   PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01 WS-EXPOSURE-COUNT                  PIC 9(5) VALUE 0.
      *
      * Messages...
      *
       01 WS-REJECT-REASON                   PIC X(30) VALUE SPACES.
       01 WS-BEFORE-IMAGE                    PIC X(57) VALUE SPACES.
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(35)   VALUE
                'PRODUCT RECALL MAINTENANCE REPORT'.
             10 FILLER                       PIC X(57)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(5)    VALUE 'TYPE'.
             10 FILLER                       PIC X(7)    VALUE 'ACTION'.
             10 FILLER                       PIC X(12)   VALUE 'KEY'.
             10 FILLER                       PIC X(10)   VALUE 'RESULT'.
             10 FILLER                       PIC X(30)   VALUE 'REASON'.
             10 FILLER                       PIC X(28)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-TYPE                  PIC X(1).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-DET-ACTION                PIC X(1).
             10 FILLER                       PIC X(6)    VALUE SPACES.
             10 WS-DET-KEY                   PIC X(10).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-RESULT                PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-REASON                PIC X(30).
             10 FILLER                       PIC X(28)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-TEXT                  PIC X(22).
             10 WS-TOT-VALUE                 PIC Z(4)9.
             10 FILLER                       PIC X(65)   VALUE SPACES.
      *
       COPY ERRLOGL.
       COPY MSTLOCKL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-MAIN-PROCESS UNTIL RCLTXN-IN-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL

           PERFORM 1050-CLAIM-MASTER-LOCK

           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

           PERFORM 6000-OPEN-RCLTXN-IN

           PERFORM 6100-OPEN-RECALL-MAST

           PERFORM 6150-OPEN-EXPOSURE-FILE

           PERFORM 6160-OPEN-MASTERS

           PERFORM 6170-OPEN-STOCK-FILES

           PERFORM 6200-OPEN-AUDIT-OUT

           PERFORM 6300-OPEN-PRINT-OUT

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 4000-READ-RCLTXN-IN.

       1050-CLAIM-MASTER-LOCK.
      *    The ledger is left alone while the nightly chain or
      *    another posting run holds its lock.
           SET MK-CLAIM TO TRUE
           MOVE 'STOCKLDG' TO MK-MASTER
           MOVE 'RCLMNT' TO MK-PROGRAM-ID
           MOVE 0 TO MK-RUN-NUMBER
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF MK-FILE-ERROR
              DISPLAY '** MASTER LOCK FILE IS NOT OK **'
              MOVE '1050-CLAIM-MASTER-LOCK' TO EL-PARAGRAPH
              MOVE 'MSTLOCK' TO EL-FILE-NAME
              PERFORM 9999-ABEND
           END-IF
           IF MK-LOCKED
              DISPLAY '** STOCKLDG IS LOCKED BY ' MK-HOLDER ' RUN '
                 MK-HOLDER-RUN ' SINCE ' MK-LOCK-DATE ' '
                 MK-LOCK-TIME ' - NOTHING UPDATED **'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-MAIN-PROCESS.
           IF RCLTXN-IN-OK
              ADD 1 TO WS-TXN-COUNT

              PERFORM 2100-EDIT-CHECK-TXN

              IF TXN-VALID
                 IF TX-RECALL-REC
                    PERFORM 2200-APPLY-RECALL-TXN
                 ELSE
                    PERFORM 2600-APPLY-RETURN-TXN
                 END-IF
              ELSE
                 PERFORM 5100-REPORT-REJECTED
              END-IF
           END-IF

           PERFORM 4000-READ-RCLTXN-IN.

       2100-EDIT-CHECK-TXN.
           MOVE 'Y' TO WS-TXN-VALID
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT TX-REC-TYPE-VALID
              MOVE 'N' TO WS-TXN-VALID
              MOVE 'INVALID RECORD TYPE' TO WS-REJECT-REASON
           ELSE
              IF TX-RECALL-REC AND NOT TX-ACTION-VALID
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF TXN-VALID AND TX-RECALL-REC
              IF TX-RCL-ITEM = SPACES OR TX-RCL-ITEM = LOW-VALUES
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'ITEM CODE MISSING' TO WS-REJECT-REASON
              ELSE
                 IF NOT TX-DELETE
                    PERFORM 2150-EDIT-RECALL-FIELDS
                 END-IF
              END-IF
           END-IF
           IF TXN-VALID AND TX-RETURN-REC
              IF TX-RT-ITEM = SPACES OR TX-RT-BRANCH = SPACES
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'ITEM OR BRANCH MISSING' TO WS-REJECT-REASON
              ELSE
                 IF TX-RT-QUANTITY NOT NUMERIC
                    OR TX-RT-QUANTITY = 0
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'INVALID RETURN QUANTITY'
                       TO WS-REJECT-REASON
                 ELSE
                    IF TX-RT-DATE NOT NUMERIC
                       MOVE 'N' TO WS-TXN-VALID
                       MOVE 'INVALID RETURN DATE'
                          TO WS-REJECT-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.

       2150-EDIT-RECALL-FIELDS.
           IF TX-RCL-RECALL-DATE NOT NUMERIC
              OR TX-RCL-RECALL-DATE = 0
              MOVE 'N' TO WS-TXN-VALID
              MOVE 'INVALID RECALL DATE' TO WS-REJECT-REASON
           ELSE
              IF TX-RCL-REASON = SPACES
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'RECALL REASON MISSING' TO WS-REJECT-REASON
              ELSE
                 IF TX-RCL-STATUS NOT = 'A'
                    AND TX-RCL-STATUS NOT = 'C'
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           IF TXN-VALID
              MOVE TX-RCL-ITEM TO ITEM-CODE
              READ ITEM-IN
                 INVALID KEY
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'ITEM NOT ON FILE' TO WS-REJECT-REASON
              END-READ
           END-IF
           IF TXN-VALID
              MOVE TX-RCL-SUPP-CODE TO SUPP-CODE
              READ SUPPLIER-IN
                 INVALID KEY
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'SUPPLIER NOT ON FILE' TO WS-REJECT-REASON
              END-READ
           END-IF.

       2200-APPLY-RECALL-TXN.
           EVALUATE TRUE
              WHEN TX-ADD
                 PERFORM 2210-APPLY-RECALL-ADD
              WHEN TX-CHANGE
                 PERFORM 2220-APPLY-RECALL-CHANGE
              WHEN TX-DELETE
                 PERFORM 2230-APPLY-RECALL-DELETE
           END-EVALUATE.

       2210-APPLY-RECALL-ADD.
           PERFORM 2300-MOVE-TXN-TO-RECALL
           MOVE WS-BUSINESS-DATE TO RCL-ADDED-DATE
           WRITE RECALL-RECORD
           IF RECALL-MAST-OK
              ADD 1 TO WS-APPLIED-COUNT
              MOVE SPACES TO WS-BEFORE-IMAGE
              PERFORM 5200-WRITE-RECALL-AUDIT
              PERFORM 2400-TAKE-EXPOSURE
              PERFORM 5000-REPORT-APPLIED
           ELSE
              IF RECALL-MAST-DUP-KEY
                 MOVE 'RECALL ALREADY ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              ELSE
                 DISPLAY '** RECALL-MAST WRITE IS NOT OK **'
                 DISPLAY '** RECALL-MAST: ' WS-RECALL-MAST-STATUS
                 MOVE '2210-APPLY-RECALL-ADD' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2220-APPLY-RECALL-CHANGE.
           MOVE TX-RCL-ITEM TO RCL-ITEM
           READ RECALL-MAST
              INVALID KEY
                 MOVE 'RECALL NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 MOVE RECALL-RECORD TO WS-BEFORE-IMAGE
                 PERFORM 2300-MOVE-TXN-TO-RECALL
                 REWRITE RECALL-RECORD
                 IF RECALL-MAST-OK
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM 5200-WRITE-RECALL-AUDIT
                    PERFORM 5000-REPORT-APPLIED
                 ELSE
                    DISPLAY '** RECALL-MAST REWRITE IS NOT OK **'
                    DISPLAY '** RECALL-MAST: ' WS-RECALL-MAST-STATUS
                    MOVE '2220-APPLY-RECALL-CHANGE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ.

       2230-APPLY-RECALL-DELETE.
      *    A recall raised in error goes with its exposure; one that
      *    has run its course is closed by a change to status C so
      *    its history stays on file.
           MOVE TX-RCL-ITEM TO RCL-ITEM
           READ RECALL-MAST
              INVALID KEY
                 MOVE 'RECALL NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 MOVE RECALL-RECORD TO WS-BEFORE-IMAGE
                 DELETE RECALL-MAST
                 IF RECALL-MAST-OK
                    ADD 1 TO WS-APPLIED-COUNT
                    MOVE SPACES TO RECALL-RECORD
                    PERFORM 5200-WRITE-RECALL-AUDIT
                    PERFORM 2500-DROP-EXPOSURE
                    PERFORM 5000-REPORT-APPLIED
                 ELSE
                    DISPLAY '** RECALL-MAST DELETE IS NOT OK **'
                    DISPLAY '** RECALL-MAST: ' WS-RECALL-MAST-STATUS
                    MOVE '2230-APPLY-RECALL-DELETE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ.

       2300-MOVE-TXN-TO-RECALL.
           MOVE TX-RCL-ITEM TO RCL-ITEM
           MOVE TX-RCL-RECALL-DATE TO RCL-RECALL-DATE
           MOVE TX-RCL-REASON TO RCL-REASON
           MOVE TX-RCL-SUPP-CODE TO RCL-SUPP-CODE
           MOVE TX-RCL-STATUS TO RCL-STATUS.

       2400-TAKE-EXPOSURE.
      *    Every branch holding the item when the recall is raised
      *    starts with its on-hand as the quantity to get back.
           MOVE 'N' TO WS-SCAN-DONE
           MOVE TX-RCL-ITEM TO STK-ITEM
           MOVE LOW-VALUES TO STK-BRANCH
           START STOCK-LEDGER KEY IS NOT LESS THAN STK-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM 2410-EXPOSE-ONE-BRANCH UNTIL SCAN-DONE.

       2410-EXPOSE-ONE-BRANCH.
           READ STOCK-LEDGER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCAN-DONE
           END-READ
           IF NOT SCAN-DONE
              IF STK-ITEM NOT = TX-RCL-ITEM
                 MOVE 'Y' TO WS-SCAN-DONE
              ELSE
                 IF STK-ON-HAND > 0
                    MOVE STK-ITEM TO RX-ITEM
                    MOVE STK-BRANCH TO RX-BRANCH
                    MOVE STK-ON-HAND TO RX-OPENING-QTY
                    MOVE 0 TO RX-RETURNED-QTY
                    MOVE 0 TO RX-LAST-RETURN-DATE
                    MOVE 0 TO RX-CLEARED-DATE
                    WRITE RECALL-EXPOSURE-RECORD
                    IF EXPOSURE-DUP-KEY
                       REWRITE RECALL-EXPOSURE-RECORD
                    END-IF
                    IF NOT EXPOSURE-OK
                       DISPLAY '** EXPOSURE-FILE WRITE IS NOT OK **'
                       DISPLAY '** EXPOSURE-FILE: ' WS-EXPOSURE-STATUS
                       MOVE '2410-EXPOSE-ONE-BRANCH' TO EL-PARAGRAPH
                       PERFORM 9999-ABEND
                    END-IF
                    ADD 1 TO WS-EXPOSURE-COUNT
                 END-IF
              END-IF
           END-IF.

       2500-DROP-EXPOSURE.
           MOVE 'N' TO WS-SCAN-DONE
           MOVE TX-RCL-ITEM TO RX-ITEM
           MOVE LOW-VALUES TO RX-BRANCH
           START EXPOSURE-FILE KEY IS NOT LESS THAN RX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM 2510-DROP-ONE-BRANCH UNTIL SCAN-DONE.

       2510-DROP-ONE-BRANCH.
           READ EXPOSURE-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCAN-DONE
           END-READ
           IF NOT SCAN-DONE
              IF RX-ITEM NOT = TX-RCL-ITEM
                 MOVE 'Y' TO WS-SCAN-DONE
              ELSE
                 DELETE EXPOSURE-FILE
                 IF NOT EXPOSURE-OK
                    DISPLAY '** EXPOSURE-FILE DELETE IS NOT OK **'
                    DISPLAY '** EXPOSURE-FILE: ' WS-EXPOSURE-STATUS
                    MOVE '2510-DROP-ONE-BRANCH' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
              END-IF
           END-IF.

       2600-APPLY-RETURN-TXN.
           MOVE TX-RT-ITEM TO RCL-ITEM
           READ RECALL-MAST
              INVALID KEY
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'ITEM IS NOT RECALLED' TO WS-REJECT-REASON
           END-READ
           IF TXN-VALID
              MOVE TX-RT-ITEM TO RX-ITEM
              MOVE TX-RT-BRANCH TO RX-BRANCH
              READ EXPOSURE-FILE
                 INVALID KEY
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'NO EXPOSURE AT BRANCH' TO WS-REJECT-REASON
              END-READ
           END-IF
           IF TXN-VALID
              COMPUTE WS-OUTSTANDING =
                 RX-OPENING-QTY - RX-RETURNED-QTY
              IF TX-RT-QUANTITY > WS-OUTSTANDING
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'MORE THAN OUTSTANDING' TO WS-REJECT-REASON
              END-IF
           END-IF

           IF TXN-VALID
              MOVE RECALL-EXPOSURE-RECORD TO WS-BEFORE-IMAGE
              ADD TX-RT-QUANTITY TO RX-RETURNED-QTY
              IF TX-RT-DATE = 0
                 MOVE WS-BUSINESS-DATE TO RX-LAST-RETURN-DATE
              ELSE
                 MOVE TX-RT-DATE TO RX-LAST-RETURN-DATE
              END-IF
              IF RX-RETURNED-QTY NOT < RX-OPENING-QTY
                 MOVE RX-LAST-RETURN-DATE TO RX-CLEARED-DATE
              END-IF
              REWRITE RECALL-EXPOSURE-RECORD
              IF NOT EXPOSURE-OK
                 DISPLAY '** EXPOSURE-FILE REWRITE IS NOT OK **'
                 DISPLAY '** EXPOSURE-FILE: ' WS-EXPOSURE-STATUS
                 MOVE '2600-APPLY-RETURN-TXN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 2700-APPLY-TO-LEDGER
              ADD 1 TO WS-APPLIED-COUNT
              PERFORM 5250-WRITE-RETURN-AUDIT
              PERFORM 5000-REPORT-APPLIED
           ELSE
              PERFORM 5100-REPORT-REJECTED
           END-IF.

       2700-APPLY-TO-LEDGER.
           MOVE TX-RT-ITEM TO STK-ITEM
           MOVE TX-RT-BRANCH TO STK-BRANCH
           READ STOCK-LEDGER
              INVALID KEY
                 MOVE 0 TO WS-BALANCE-BEFORE
                 MOVE TX-RT-ITEM TO STK-ITEM
                 MOVE TX-RT-BRANCH TO STK-BRANCH
                 COMPUTE STK-ON-HAND = 0 - TX-RT-QUANTITY
                 MOVE WS-BUSINESS-DATE TO STK-LAST-MOVE-DATE
                 WRITE STOCK-RECORD
                 IF NOT STOCK-OK
                    DISPLAY '** STOCK-LEDGER WRITE IS NOT OK **'
                    DISPLAY '** STOCK-LEDGER: ' WS-STOCK-STATUS
                    MOVE '2700-APPLY-TO-LEDGER' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
              NOT INVALID KEY
                 MOVE STK-ON-HAND TO WS-BALANCE-BEFORE
                 SUBTRACT TX-RT-QUANTITY FROM STK-ON-HAND
                 MOVE WS-BUSINESS-DATE TO STK-LAST-MOVE-DATE
                 REWRITE STOCK-RECORD
                 IF NOT STOCK-OK
                    DISPLAY '** STOCK-LEDGER REWRITE IS NOT OK **'
                    DISPLAY '** STOCK-LEDGER: ' WS-STOCK-STATUS
                    MOVE '2700-APPLY-TO-LEDGER' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ

           PERFORM 2800-WRITE-JOURNAL.

       2800-WRITE-JOURNAL.
           MOVE TX-RT-ITEM TO SJ-ITEM
           MOVE TX-RT-BRANCH TO SJ-BRANCH
           SET SJ-RECALL-RETURN TO TRUE
           COMPUTE SJ-QUANTITY = 0 - TX-RT-QUANTITY
           MOVE WS-RUN-NUMBER TO SJ-RUN-NUMBER
           MOVE WS-BUSINESS-DATE TO SJ-BUSINESS-DATE
           MOVE WS-BALANCE-BEFORE TO SJ-BALANCE-BEFORE
           COMPUTE WS-BALANCE-AFTER =
              WS-BALANCE-BEFORE - TX-RT-QUANTITY
           MOVE WS-BALANCE-AFTER TO SJ-BALANCE-AFTER
           MOVE 'RCLMNT' TO SJ-SOURCE-PROGRAM
           WRITE STOCK-JOURNAL-RECORD
           IF NOT STKJRNL-OK
              DISPLAY '** STKJRNL WRITE IS NOT OK **'
              DISPLAY '** STKJRNL: ' WS-STKJRNL-STATUS
              MOVE '2800-WRITE-JOURNAL' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       3000-END-PROCESS.
           PERFORM 5300-REPORT-TOTALS

           CLOSE RCLTXN-IN
           CLOSE RECALL-MAST
           CLOSE EXPOSURE-FILE
           CLOSE ITEM-IN
           CLOSE SUPPLIER-IN
           CLOSE STOCK-LEDGER
           CLOSE STKJRNL-OUT
           CLOSE AUDIT-OUT
           CLOSE PRINT-OUT

           PERFORM 7900-RELEASE-MASTER-LOCK

           DISPLAY 'TRANSACTIONS READ: ' WS-TXN-COUNT
           DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT
           DISPLAY 'BRANCH EXPOSURES OPENED: ' WS-EXPOSURE-COUNT.

       4000-READ-RCLTXN-IN.
           IF NOT RCLTXN-IN-EOF
               READ RCLTXN-IN
               IF NOT RCLTXN-IN-OK AND NOT RCLTXN-IN-EOF
                  DISPLAY '** RCLTXN-IN FILE IS NOT OK **'
                  DISPLAY '** READ RCLTXN-IN: ' RCLTXN-RECORD
                  MOVE '4000-READ-RCLTXN-IN' TO EL-PARAGRAPH
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
           MOVE TX-REC-TYPE TO WS-DET-TYPE
           MOVE TX-ACTION TO WS-DET-ACTION
           PERFORM 5050-SET-DETAIL-KEY
           MOVE 'APPLIED' TO WS-DET-RESULT
           MOVE SPACES TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5050-SET-DETAIL-KEY.
           IF TX-RETURN-REC
              MOVE SPACE TO WS-DET-ACTION
              STRING TX-RT-ITEM TX-RT-BRANCH DELIMITED BY SIZE
                 INTO WS-DET-KEY
           ELSE
              MOVE TX-RCL-ITEM TO WS-DET-KEY
           END-IF.

       5100-REPORT-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE TX-REC-TYPE TO WS-DET-TYPE
           MOVE TX-ACTION TO WS-DET-ACTION
           PERFORM 5050-SET-DETAIL-KEY
           MOVE 'REJECTED' TO WS-DET-RESULT
           MOVE WS-REJECT-REASON TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5200-WRITE-RECALL-AUDIT.
           MOVE 'M' TO AUD-REC-TYPE
           MOVE TX-ACTION TO AUD-ACTION
           MOVE TX-RCL-ITEM TO AUD-KEY
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE RECALL-RECORD TO AUD-AFTER-IMAGE
           WRITE AUDIT-OUT-RECORD.

       5250-WRITE-RETURN-AUDIT.
           MOVE 'R' TO AUD-REC-TYPE
           MOVE SPACE TO AUD-ACTION
           MOVE RX-KEY TO AUD-KEY
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE RECALL-EXPOSURE-RECORD TO AUD-AFTER-IMAGE
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
           WRITE PRINT-OUT-RECORD
           MOVE 'EXPOSURES OPENED:     ' TO WS-TOT-TEXT
           MOVE WS-EXPOSURE-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       6000-OPEN-RCLTXN-IN.
           OPEN INPUT RCLTXN-IN.
           IF NOT RCLTXN-IN-OK
              DISPLAY '** RCLTXN-IN FILE IS NOT OK **'
              DISPLAY '** RCLTXN-IN: ' WS-RCLTXN-IN-STATUS
              MOVE '6000-OPEN-RCLTXN-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6100-OPEN-RECALL-MAST.
           OPEN I-O RECALL-MAST.
           IF RECALL-MAST-NO-FILE
              OPEN OUTPUT RECALL-MAST
              IF RECALL-MAST-OK
                 CLOSE RECALL-MAST
                 OPEN I-O RECALL-MAST
              END-IF
           END-IF
           IF NOT RECALL-MAST-OK
              DISPLAY '** RECALL-MAST FILE IS NOT OK **'
              DISPLAY '** RECALL-MAST: ' WS-RECALL-MAST-STATUS
              MOVE '6100-OPEN-RECALL-MAST' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6150-OPEN-EXPOSURE-FILE.
           OPEN I-O EXPOSURE-FILE.
           IF EXPOSURE-NO-FILE
              OPEN OUTPUT EXPOSURE-FILE
              IF EXPOSURE-OK
                 CLOSE EXPOSURE-FILE
                 OPEN I-O EXPOSURE-FILE
              END-IF
           END-IF
           IF NOT EXPOSURE-OK
              DISPLAY '** EXPOSURE-FILE IS NOT OK **'
              DISPLAY '** EXPOSURE-FILE: ' WS-EXPOSURE-STATUS
              MOVE '6150-OPEN-EXPOSURE-FILE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6160-OPEN-MASTERS.
           OPEN INPUT ITEM-IN
           IF NOT ITEM-IN-OK
              DISPLAY '** ITEM-IN FILE IS NOT OK **'
              DISPLAY '** ITEM-IN: ' WS-ITEM-IN-STATUS
              MOVE '6160-OPEN-MASTERS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT SUPPLIER-IN
           IF NOT SUPPLIER-OK
              DISPLAY '** SUPPLIER-IN FILE IS NOT OK **'
              DISPLAY '** SUPPLIER-IN: ' WS-SUPPLIER-STATUS
              MOVE '6160-OPEN-MASTERS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6170-OPEN-STOCK-FILES.
           OPEN I-O STOCK-LEDGER
           IF STOCK-NO-FILE
              OPEN OUTPUT STOCK-LEDGER
              IF STOCK-OK
                 CLOSE STOCK-LEDGER
                 OPEN I-O STOCK-LEDGER
              END-IF
           END-IF
           IF NOT STOCK-OK
              DISPLAY '** STOCK-LEDGER FILE IS NOT OK **'
              DISPLAY '** STOCK-LEDGER: ' WS-STOCK-STATUS
              MOVE '6170-OPEN-STOCK-FILES' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN EXTEND STKJRNL-OUT
           IF STKJRNL-NOT-FOUND
              OPEN OUTPUT STKJRNL-OUT
           END-IF
           IF NOT STKJRNL-OK
              DISPLAY '** STKJRNL FILE IS NOT OK **'
              DISPLAY '** STKJRNL: ' WS-STKJRNL-STATUS
              MOVE '6170-OPEN-STOCK-FILES' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
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

       7900-RELEASE-MASTER-LOCK.
           SET MK-RELEASE TO TRUE
           MOVE 'STOCKLDG' TO MK-MASTER
           MOVE 'RCLMNT' TO MK-PROGRAM-ID
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF NOT MK-DONE
              DISPLAY '** WARNING: LOCK ON STOCKLDG NOT RELEASED - '
                 'FREE IT WITH LOCKCTL **'
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-ABEND.
           MOVE 'RCLMNT' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
