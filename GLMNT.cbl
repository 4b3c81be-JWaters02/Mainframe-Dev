       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GLMNT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : GL ACCOUNT-MAPPING MAINTENANCE                  *
      *                                                                *
      *  Function    : APPLY A TRANSACTION FILE OF ADDS, CHANGES AND   *
      *                DELETES AGAINST THE GLMAP INDEXED               *
      *                ACCOUNT-MAPPING MASTER (MOVEMENT TYPE AND       *
      *                REGION TO DEBIT AND CREDIT ACCOUNTS), WRITING   *
      *                BEFORE/AFTER IMAGES TO AN AUDIT FILE AND        *
      *                PRODUCING AN APPLIED/REJECTED MAINTENANCE       *
      *                REPORT - THE SAME SHAPE AS REGMNT. A REGION     *
      *                OTHER THAN THE ** DEFAULT MUST BE ON THE REGION *
      *                MASTER WHEN ONE IS ALLOCATED.                   *
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
           SELECT GLTXN-IN ASSIGN TO GLTXN
           FILE STATUS IS WS-GLTXN-IN-STATUS.
           SELECT GLMAP-MAST ASSIGN TO GLMAP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GM-KEY
           FILE STATUS IS WS-GLMAP-MAST-STATUS.
           SELECT REGION-IN ASSIGN TO REGIONS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REGION-CODE
           FILE STATUS IS WS-REGION-IN-STATUS.
           SELECT AUDIT-OUT ASSIGN TO GLMAUD
           FILE STATUS IS WS-AUDIT-OUT-STATUS.
           SELECT PRINT-OUT ASSIGN TO GLMRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD GLTXN-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 55 CHARACTERS.
       01 GLTXN-RECORD.
           05 TX-ACTION                      PIC X(1).
              88 TX-ADD                      VALUE 'A'.
              88 TX-CHANGE                   VALUE 'C'.
              88 TX-DELETE                   VALUE 'D'.
              88 TX-ACTION-VALID             VALUE 'A', 'C', 'D'.
           05 TX-KEY.
              10 TX-MOVEMENT-TYPE            PIC X(1).
                 88 TX-TYPE-VALID            VALUE 'S', 'R', 'A',
                                                   'O', 'I'.
              10 TX-REGION                   PIC X(2).
                 88 TX-ALL-REGIONS           VALUE '**'.
           05 TX-DESCRIPTION                 PIC X(30).
           05 TX-DEBIT-ACCOUNT               PIC X(10).
           05 TX-CREDIT-ACCOUNT              PIC X(10).
           05 TX-ACCOUNT-CLASS               PIC X(1).
              88 TX-CLASS-VALID              VALUE 'R', 'C', 'S'.
      *
       FD GLMAP-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 54 CHARACTERS.
           COPY GLMAPR.
      *
       FD REGION-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 52 CHARACTERS.
           COPY REGIONR.
      *
       FD AUDIT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 112 CHARACTERS.
       01 AUDIT-OUT-RECORD.
           05 AUD-ACTION                     PIC X(1).
           05 AUD-KEY                        PIC X(3).
           05 AUD-BEFORE-IMAGE               PIC X(54).
           05 AUD-AFTER-IMAGE                PIC X(54).
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
       01 WS-GLTXN-IN-STATUS                 PIC X(2).
           88 GLTXN-IN-OK                    VALUE "00".
           88 GLTXN-IN-EOF                   VALUE "10".
       01 WS-GLMAP-MAST-STATUS               PIC X(2).
           88 GLMAP-MAST-OK                  VALUE "00".
           88 GLMAP-MAST-NOT-FOUND           VALUE "23".
           88 GLMAP-MAST-NO-FILE             VALUE "35".
           88 GLMAP-MAST-DUP-KEY             VALUE "22".
       01 WS-REGION-IN-STATUS                PIC X(2).
           88 REGION-IN-OK                   VALUE "00".
           88 REGION-IN-NOT-FOUND            VALUE "35".
       01 WS-REGION-MAST-PRESENT             PIC X VALUE 'N'.
           88 REGION-MAST-PRESENT            VALUE 'Y'.
       01 WS-REGION-ON-FILE                  PIC X VALUE 'N'.
           88 REGION-ON-FILE                 VALUE 'Y'.
       01 WS-AUDIT-OUT-STATUS                PIC X(2).
           88 AUDIT-OUT-OK                   VALUE "00".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-TXN-VALID                       PIC X VALUE 'Y'.
           88 TXN-VALID                      VALUE 'Y'.
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
       01 WS-BEFORE-IMAGE                    PIC X(54) VALUE SPACES.
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(35)   VALUE
                'GL ACCOUNT-MAPPING MAINTENANCE'.
             10 FILLER                       PIC X(57)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(6)    VALUE 'ACTION'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(4)    VALUE 'TYPE'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(6)    VALUE 'REGION'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(8)    VALUE 'RESULT'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(30)   VALUE 'REASON'.
             10 FILLER                       PIC X(27)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-ACTION                PIC X(6).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-TYPE                  PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-REGION                PIC X(6).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-RESULT                PIC X(8).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-REASON                PIC X(30).
             10 FILLER                       PIC X(27)   VALUE SPACES.
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

           PERFORM 2000-MAIN-PROCESS UNTIL GLTXN-IN-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 6000-OPEN-GLTXN-IN

           PERFORM 6100-OPEN-GLMAP-MAST

           PERFORM 6150-OPEN-REGION-IN

           PERFORM 6200-OPEN-AUDIT-OUT

           PERFORM 6300-OPEN-PRINT-OUT

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 4000-READ-GLTXN-IN.

       2000-MAIN-PROCESS.
           IF GLTXN-IN-OK
              ADD 1 TO WS-TXN-COUNT

              PERFORM 2100-EDIT-CHECK-TXN

              IF TXN-VALID
                 PERFORM 2200-APPLY-TXN
              ELSE
                 PERFORM 5100-REPORT-REJECTED
              END-IF
           END-IF

           PERFORM 4000-READ-GLTXN-IN.

       2100-EDIT-CHECK-TXN.
           MOVE 'Y' TO WS-TXN-VALID
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT TX-ACTION-VALID
              MOVE 'N' TO WS-TXN-VALID
              MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           ELSE
              IF NOT TX-TYPE-VALID
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'INVALID MOVEMENT TYPE' TO WS-REJECT-REASON
              ELSE
                 IF TX-REGION = SPACES
                    OR TX-REGION = LOW-VALUES
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'REGION MISSING' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           IF TXN-VALID AND NOT TX-DELETE
              EVALUATE TRUE
                 WHEN TX-DEBIT-ACCOUNT = SPACES
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'DEBIT ACCOUNT MISSING' TO WS-REJECT-REASON
                 WHEN TX-CREDIT-ACCOUNT = SPACES
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'CREDIT ACCOUNT MISSING' TO WS-REJECT-REASON
                 WHEN TX-DEBIT-ACCOUNT = TX-CREDIT-ACCOUNT
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'DEBIT AND CREDIT ARE THE SAME'
                       TO WS-REJECT-REASON
                 WHEN NOT TX-CLASS-VALID
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'INVALID ACCOUNT CLASS' TO WS-REJECT-REASON
              END-EVALUATE
           END-IF
           IF TXN-VALID AND TX-ADD AND NOT TX-ALL-REGIONS
              PERFORM 2150-CHECK-REGION-MASTER
              IF NOT REGION-ON-FILE
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'REGION NOT ON REGION MASTER'
                    TO WS-REJECT-REASON
              END-IF
           END-IF.

       2150-CHECK-REGION-MASTER.
      *    With no region master allocated every two-character code
      *    is accepted.
           IF NOT REGION-MAST-PRESENT
              MOVE 'Y' TO WS-REGION-ON-FILE
           ELSE
              MOVE 'N' TO WS-REGION-ON-FILE
              MOVE TX-REGION TO REGION-CODE
              READ REGION-IN
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-REGION-ON-FILE
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
           WRITE GL-MAP-RECORD
           IF GLMAP-MAST-OK
              ADD 1 TO WS-APPLIED-COUNT
              MOVE SPACES TO WS-BEFORE-IMAGE
              PERFORM 5200-WRITE-AUDIT
              PERFORM 5000-REPORT-APPLIED
           ELSE
              IF GLMAP-MAST-DUP-KEY
                 MOVE 'MAPPING ALREADY ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              ELSE
                 DISPLAY '** GLMAP-MAST WRITE IS NOT OK **'
                 DISPLAY '** GLMAP-MAST: ' WS-GLMAP-MAST-STATUS
                 MOVE '2210-APPLY-ADD' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2220-APPLY-CHANGE.
           MOVE TX-KEY TO GM-KEY
           READ GLMAP-MAST
              INVALID KEY
                 MOVE 'MAPPING NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 MOVE GL-MAP-RECORD TO WS-BEFORE-IMAGE
                 PERFORM 2300-MOVE-TXN-TO-MASTER
                 REWRITE GL-MAP-RECORD
                 IF GLMAP-MAST-OK
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM 5200-WRITE-AUDIT
                    PERFORM 5000-REPORT-APPLIED
                 ELSE
                    DISPLAY '** GLMAP-MAST REWRITE IS NOT OK **'
                    DISPLAY '** GLMAP-MAST: ' WS-GLMAP-MAST-STATUS
                    MOVE '2220-APPLY-CHANGE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ.

       2230-APPLY-DELETE.
           MOVE TX-KEY TO GM-KEY
           READ GLMAP-MAST
              INVALID KEY
                 MOVE 'MAPPING NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 MOVE GL-MAP-RECORD TO WS-BEFORE-IMAGE
                 DELETE GLMAP-MAST
                 IF GLMAP-MAST-OK
                    ADD 1 TO WS-APPLIED-COUNT
                    MOVE SPACES TO GL-MAP-RECORD
                    PERFORM 5200-WRITE-AUDIT
                    PERFORM 5000-REPORT-APPLIED
                 ELSE
                    DISPLAY '** GLMAP-MAST DELETE IS NOT OK **'
                    DISPLAY '** GLMAP-MAST: ' WS-GLMAP-MAST-STATUS
                    MOVE '2230-APPLY-DELETE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ.

       2300-MOVE-TXN-TO-MASTER.
           MOVE TX-MOVEMENT-TYPE TO GM-MOVEMENT-TYPE
           MOVE TX-REGION TO GM-REGION
           MOVE TX-DESCRIPTION TO GM-DESCRIPTION
           MOVE TX-DEBIT-ACCOUNT TO GM-DEBIT-ACCOUNT
           MOVE TX-CREDIT-ACCOUNT TO GM-CREDIT-ACCOUNT
           MOVE TX-ACCOUNT-CLASS TO GM-ACCOUNT-CLASS.

       3000-END-PROCESS.
           PERFORM 5300-REPORT-TOTALS

           CLOSE GLTXN-IN
           CLOSE GLMAP-MAST
           IF REGION-MAST-PRESENT
              CLOSE REGION-IN
           END-IF
           CLOSE AUDIT-OUT
           CLOSE PRINT-OUT

           DISPLAY 'TRANSACTIONS READ: ' WS-TXN-COUNT
           DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT.

       4000-READ-GLTXN-IN.
           IF NOT GLTXN-IN-EOF
               READ GLTXN-IN
               IF NOT GLTXN-IN-OK AND NOT GLTXN-IN-EOF
                  DISPLAY '** GLTXN-IN FILE IS NOT OK **'
                  DISPLAY '** READ GLTXN-IN: ' GLTXN-RECORD
                  MOVE '4000-READ-GLTXN-IN' TO EL-PARAGRAPH
                  PERFORM 9999-ABEND
               END-IF
           END-IF.

       5000-REPORT-APPLIED.
           MOVE TX-ACTION TO WS-DET-ACTION
           MOVE TX-MOVEMENT-TYPE TO WS-DET-TYPE
           MOVE TX-REGION TO WS-DET-REGION
           MOVE 'APPLIED' TO WS-DET-RESULT
           MOVE SPACES TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-REPORT-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE TX-ACTION TO WS-DET-ACTION
           MOVE TX-MOVEMENT-TYPE TO WS-DET-TYPE
           MOVE TX-REGION TO WS-DET-REGION
           MOVE 'REJECTED' TO WS-DET-RESULT
           MOVE WS-REJECT-REASON TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5200-WRITE-AUDIT.
           MOVE TX-ACTION TO AUD-ACTION
           MOVE TX-KEY TO AUD-KEY
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE GL-MAP-RECORD TO AUD-AFTER-IMAGE
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

       6000-OPEN-GLTXN-IN.
           OPEN INPUT GLTXN-IN.
           IF NOT GLTXN-IN-OK
              DISPLAY '** GLTXN-IN FILE IS NOT OK **'
              DISPLAY '** GLTXN-IN: ' WS-GLTXN-IN-STATUS
              MOVE '6000-OPEN-GLTXN-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6100-OPEN-GLMAP-MAST.
           OPEN I-O GLMAP-MAST.
           IF GLMAP-MAST-NO-FILE
              OPEN OUTPUT GLMAP-MAST
              IF GLMAP-MAST-OK
                 CLOSE GLMAP-MAST
                 OPEN I-O GLMAP-MAST
              END-IF
           END-IF
           IF NOT GLMAP-MAST-OK
              DISPLAY '** GLMAP-MAST FILE IS NOT OK **'
              DISPLAY '** GLMAP-MAST: ' WS-GLMAP-MAST-STATUS
              MOVE '6100-OPEN-GLMAP-MAST' TO EL-PARAGRAPH
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
           MOVE 'GLMNT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
