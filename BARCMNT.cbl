       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BARCMNT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : BARCODE CROSS-REFERENCE MAINTENANCE             *
      *                                                                *
      *  Function    : APPLY A TRANSACTION FILE OF ADDS, CHANGES AND   *
      *                DELETES AGAINST THE BARCODES INDEXED BARCODE    *
      *                CROSS-REFERENCE MASTER, WHICH GIVES THE ITEM    *
      *                CODE AND OPTION FOR EACH PRODUCT BARCODE,       *
      *                WRITING BEFORE/AFTER IMAGES TO THE BARCAUD      *
      *                AUDIT FILE AND PRODUCING AN APPLIED/REJECTED    *
      *                MAINTENANCE REPORT. THE ITEM MUST BE ON THE     *
      *                ITEM MASTER.                                    *
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
           SELECT BARCTXN-IN ASSIGN TO BARCTXN
           FILE STATUS IS WS-BARCTXN-IN-STATUS.
           SELECT BARCODE-MAST ASSIGN TO BARCODES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BCX-BARCODE
           FILE STATUS IS WS-BARCODE-MAST-STATUS.
           SELECT ITEM-IN ASSIGN TO ITEMMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT AUDIT-OUT ASSIGN TO BARCAUD
           FILE STATUS IS WS-AUDIT-OUT-STATUS.
           SELECT PRINT-OUT ASSIGN TO BARCRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD BARCTXN-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 23 CHARACTERS.
       01 BARCTXN-RECORD.
           05 TX-ACTION                      PIC X(1).
              88 TX-ADD                      VALUE 'A'.
              88 TX-CHANGE                   VALUE 'C'.
              88 TX-DELETE                   VALUE 'D'.
              88 TX-ACTION-VALID             VALUE 'A', 'C', 'D'.
           05 TX-BARCODE                     PIC X(14).
           05 TX-ITEM                        PIC X(6).
           05 TX-OPTION                      PIC X(2).
      *
       FD BARCODE-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
           COPY BARCODER.
      *
       FD ITEM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
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
           RECORD CONTAINS 75 CHARACTERS.
       01 AUDIT-OUT-RECORD.
           05 AUD-ACTION                     PIC X(1).
           05 AUD-KEY                        PIC X(14).
           05 AUD-BEFORE-IMAGE               PIC X(30).
           05 AUD-AFTER-IMAGE                PIC X(30).
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
       01 WS-BARCTXN-IN-STATUS               PIC X(2).
           88 BARCTXN-IN-OK                  VALUE "00".
           88 BARCTXN-IN-EOF                 VALUE "10".
       01 WS-BARCODE-MAST-STATUS               PIC X(2).
           88 BARCODE-MAST-OK                  VALUE "00".
           88 BARCODE-MAST-EOF                 VALUE "10".
           88 BARCODE-MAST-NOT-FOUND           VALUE "23".
           88 BARCODE-MAST-NO-FILE             VALUE "35".
           88 BARCODE-MAST-DUP-KEY             VALUE "22".
       01 WS-ITEM-IN-STATUS                  PIC X(2).
           88 ITEM-IN-OK                     VALUE "00".
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
       01 WS-BEFORE-IMAGE                    PIC X(30) VALUE SPACES.
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(35)   VALUE
                'BARCODE CROSS-REFERENCE MAINTENANCE'.
             10 FILLER                       PIC X(57)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(6)    VALUE 'ACTION'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(14)   VALUE
                'BARCODE'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(6)    VALUE 'ITEM'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(6)    VALUE 'OPTION'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(8)    VALUE 'RESULT'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(30)   VALUE 'REASON'.
             10 FILLER                       PIC X(10)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-ACTION                PIC X(6).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-BARCODE               PIC X(14).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-ITEM                  PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-OPTION                PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-RESULT                PIC X(8).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-REASON                PIC X(30).
             10 FILLER                       PIC X(10)   VALUE SPACES.
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

           PERFORM 2000-MAIN-PROCESS UNTIL BARCTXN-IN-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

           PERFORM 6000-OPEN-BARCTXN-IN

           PERFORM 6100-OPEN-BARCODE-MAST

           PERFORM 6120-OPEN-ITEM-IN

           PERFORM 6200-OPEN-AUDIT-OUT

           PERFORM 6300-OPEN-PRINT-OUT

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 4000-READ-BARCTXN-IN.

       2000-MAIN-PROCESS.
           IF BARCTXN-IN-OK
              ADD 1 TO WS-TXN-COUNT

              PERFORM 2100-EDIT-CHECK-TXN

              IF TXN-VALID
                 PERFORM 2200-APPLY-TXN
              ELSE
                 PERFORM 5100-REPORT-REJECTED
              END-IF
           END-IF

           PERFORM 4000-READ-BARCTXN-IN.

       2100-EDIT-CHECK-TXN.
           MOVE 'Y' TO WS-TXN-VALID
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
              WHEN NOT TX-ACTION-VALID
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
              WHEN TX-BARCODE = SPACES
                 OR TX-BARCODE = LOW-VALUES
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'BARCODE MISSING' TO WS-REJECT-REASON
              WHEN TX-DELETE
                 CONTINUE
              WHEN TX-ITEM = SPACES
                 OR TX-ITEM = LOW-VALUES
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'ITEM MISSING' TO WS-REJECT-REASON
              WHEN TX-OPTION = SPACES
                 OR TX-OPTION = LOW-VALUES
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'OPTION MISSING' TO WS-REJECT-REASON
           END-EVALUATE
      *    A barcode can only translate to an item on the item master;
      *    the option is edited against the option master at intake.
           IF TXN-VALID AND NOT TX-DELETE
              PERFORM 2150-EDIT-ITEM-ON-FILE
           END-IF.

       2150-EDIT-ITEM-ON-FILE.
           MOVE TX-ITEM TO ITEM-CODE
           READ ITEM-IN
              INVALID KEY
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'ITEM NOT ON ITEM MASTER' TO WS-REJECT-REASON
           END-READ.

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
           WRITE BARCODE-RECORD
           IF BARCODE-MAST-OK
              ADD 1 TO WS-APPLIED-COUNT
              MOVE SPACES TO WS-BEFORE-IMAGE
              PERFORM 5200-WRITE-AUDIT
              PERFORM 5000-REPORT-APPLIED
           ELSE
              IF BARCODE-MAST-DUP-KEY
                 MOVE 'ALREADY ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              ELSE
                 DISPLAY '** BARCODE-MAST WRITE IS NOT OK **'
                 DISPLAY '** BARCODE-MAST: ' WS-BARCODE-MAST-STATUS
                 MOVE '2210-APPLY-ADD' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2220-APPLY-CHANGE.
           MOVE TX-BARCODE TO BCX-BARCODE
           READ BARCODE-MAST
              INVALID KEY
                 MOVE 'NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 MOVE BARCODE-RECORD TO WS-BEFORE-IMAGE
                 PERFORM 2300-MOVE-TXN-TO-MASTER
                 REWRITE BARCODE-RECORD
                 IF BARCODE-MAST-OK
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM 5200-WRITE-AUDIT
                    PERFORM 5000-REPORT-APPLIED
                 ELSE
                    DISPLAY '** BARCODE-MAST REWRITE IS NOT OK **'
                    DISPLAY '** BARCODE-MAST: ' WS-BARCODE-MAST-STATUS
                    MOVE '2220-APPLY-CHANGE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ.

       2230-APPLY-DELETE.
           MOVE TX-BARCODE TO BCX-BARCODE
           READ BARCODE-MAST
              INVALID KEY
                 MOVE 'NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 MOVE BARCODE-RECORD TO WS-BEFORE-IMAGE
                 DELETE BARCODE-MAST
                 IF BARCODE-MAST-OK
                    ADD 1 TO WS-APPLIED-COUNT
                    MOVE SPACES TO BARCODE-RECORD
                    PERFORM 5200-WRITE-AUDIT
                    PERFORM 5000-REPORT-APPLIED
                 ELSE
                    DISPLAY '** BARCODE-MAST DELETE IS NOT OK **'
                    DISPLAY '** BARCODE-MAST: ' WS-BARCODE-MAST-STATUS
                    MOVE '2230-APPLY-DELETE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ.

       2300-MOVE-TXN-TO-MASTER.
           MOVE TX-BARCODE TO BCX-BARCODE
           MOVE TX-ITEM TO BCX-ITEM
           MOVE TX-OPTION TO BCX-OPTION
           MOVE WS-BUSINESS-DATE TO BCX-LAST-UPDATED.

       3000-END-PROCESS.
           PERFORM 5300-REPORT-TOTALS

           CLOSE BARCTXN-IN
           CLOSE BARCODE-MAST
           CLOSE ITEM-IN
           CLOSE AUDIT-OUT
           CLOSE PRINT-OUT

           DISPLAY 'TRANSACTIONS READ: ' WS-TXN-COUNT
           DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT.

       4000-READ-BARCTXN-IN.
           IF NOT BARCTXN-IN-EOF
               READ BARCTXN-IN
               IF NOT BARCTXN-IN-OK AND NOT BARCTXN-IN-EOF
                  DISPLAY '** BARCTXN-IN FILE IS NOT OK **'
                  DISPLAY '** READ BARCTXN-IN: ' BARCTXN-RECORD
                  MOVE '4000-READ-BARCTXN-IN' TO EL-PARAGRAPH
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
           MOVE TX-BARCODE TO WS-DET-BARCODE
           MOVE TX-ITEM TO WS-DET-ITEM
           MOVE TX-OPTION TO WS-DET-OPTION
           MOVE 'APPLIED' TO WS-DET-RESULT
           MOVE SPACES TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-REPORT-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE TX-ACTION TO WS-DET-ACTION
           MOVE TX-BARCODE TO WS-DET-BARCODE
           MOVE TX-ITEM TO WS-DET-ITEM
           MOVE TX-OPTION TO WS-DET-OPTION
           MOVE 'REJECTED' TO WS-DET-RESULT
           MOVE WS-REJECT-REASON TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5200-WRITE-AUDIT.
           MOVE TX-ACTION TO AUD-ACTION
           MOVE TX-BARCODE TO AUD-KEY
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE BARCODE-RECORD TO AUD-AFTER-IMAGE
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

       6000-OPEN-BARCTXN-IN.
           OPEN INPUT BARCTXN-IN.
           IF NOT BARCTXN-IN-OK
              DISPLAY '** BARCTXN-IN FILE IS NOT OK **'
              DISPLAY '** BARCTXN-IN: ' WS-BARCTXN-IN-STATUS
              MOVE '6000-OPEN-BARCTXN-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6100-OPEN-BARCODE-MAST.
           OPEN I-O BARCODE-MAST.
           IF BARCODE-MAST-NO-FILE
              OPEN OUTPUT BARCODE-MAST
              IF BARCODE-MAST-OK
                 CLOSE BARCODE-MAST
                 OPEN I-O BARCODE-MAST
              END-IF
           END-IF
           IF NOT BARCODE-MAST-OK
              DISPLAY '** BARCODE-MAST FILE IS NOT OK **'
              DISPLAY '** BARCODE-MAST: ' WS-BARCODE-MAST-STATUS
              MOVE '6100-OPEN-BARCODE-MAST' TO EL-PARAGRAPH
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
           MOVE 'BARCMNT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
