       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TAXMNT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : SALES-TAX CODE MAINTENANCE                      *
      *                                                                *
      *  Function    : APPLY A TRANSACTION FILE OF ADDS, CHANGES AND   *
      *                DELETES AGAINST THE TAXCODE INDEXED SALES-TAX   *
      *                RATE MASTER (TAX CODE AND EFFECTIVE DATE TO     *
      *                RATE), WRITING BEFORE/AFTER IMAGES TO AN AUDIT  *
      *                FILE AND PRODUCING AN APPLIED/REJECTED          *
      *                MAINTENANCE REPORT - THE SAME SHAPE AS REGMNT.  *
      *                A RATE CHANGE IS KEYED AS AN ADD UNDER THE NEW  *
      *                EFFECTIVE DATE SO THE OLD RATE STAYS ON FILE    *
      *                FOR EARLIER DATES.                              *
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
           SELECT TAXTXN-IN ASSIGN TO TAXTXN
           FILE STATUS IS WS-TAXTXN-IN-STATUS.
           SELECT TAXCODE-MAST ASSIGN TO TAXCODE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TC-KEY
           FILE STATUS IS WS-TAXCODE-MAST-STATUS.
           SELECT AUDIT-OUT ASSIGN TO TAXAUD
           FILE STATUS IS WS-AUDIT-OUT-STATUS.
           SELECT PRINT-OUT ASSIGN TO TAXMRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD TAXTXN-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 46 CHARACTERS.
       01 TAXTXN-RECORD.
           05 TX-ACTION                      PIC X(1).
              88 TX-ADD                      VALUE 'A'.
              88 TX-CHANGE                   VALUE 'C'.
              88 TX-DELETE                   VALUE 'D'.
              88 TX-ACTION-VALID             VALUE 'A', 'C', 'D'.
           05 TX-KEY.
              10 TX-TAX-CODE                 PIC X(2).
              10 TX-EFF-DATE                 PIC 9(8).
              10 TX-EFF-DATE-X REDEFINES TX-EFF-DATE.
                 15 TX-EFF-YEAR              PIC 9(4).
                 15 TX-EFF-MONTH             PIC 9(2).
                 15 TX-EFF-DAY               PIC 9(2).
           05 TX-DESC                        PIC X(30).
           05 TX-RATE                        PIC 9(2)V999.
      *
       FD TAXCODE-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 45 CHARACTERS.
           COPY TAXCODER.
      *
       FD AUDIT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 101 CHARACTERS.
       01 AUDIT-OUT-RECORD.
           05 AUD-ACTION                     PIC X(1).
           05 AUD-KEY                        PIC X(10).
           05 AUD-BEFORE-IMAGE               PIC X(45).
           05 AUD-AFTER-IMAGE                PIC X(45).
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
       01 WS-TAXTXN-IN-STATUS                PIC X(2).
           88 TAXTXN-IN-OK                   VALUE "00".
           88 TAXTXN-IN-EOF                  VALUE "10".
       01 WS-TAXCODE-MAST-STATUS             PIC X(2).
           88 TAXCODE-MAST-OK                VALUE "00".
           88 TAXCODE-MAST-NOT-FOUND         VALUE "23".
           88 TAXCODE-MAST-NO-FILE           VALUE "35".
           88 TAXCODE-MAST-DUP-KEY           VALUE "22".
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
       01 WS-BEFORE-IMAGE                    PIC X(45) VALUE SPACES.
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(35)   VALUE
                'SALES-TAX CODE MAINTENANCE'.
             10 FILLER                       PIC X(57)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(6)    VALUE 'ACTION'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(4)    VALUE 'CODE'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(9)    VALUE
                'EFFECTIVE'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(8)    VALUE 'RESULT'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(30)   VALUE 'REASON'.
             10 FILLER                       PIC X(25)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-ACTION                PIC X(6).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-CODE                  PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-EFF-DATE              PIC X(9).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-RESULT                PIC X(8).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-REASON                PIC X(30).
             10 FILLER                       PIC X(25)   VALUE SPACES.
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

           PERFORM 2000-MAIN-PROCESS UNTIL TAXTXN-IN-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 6000-OPEN-TAXTXN-IN

           PERFORM 6100-OPEN-TAXCODE-MAST

           PERFORM 6200-OPEN-AUDIT-OUT

           PERFORM 6300-OPEN-PRINT-OUT

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 4000-READ-TAXTXN-IN.

       2000-MAIN-PROCESS.
           IF TAXTXN-IN-OK
              ADD 1 TO WS-TXN-COUNT

              PERFORM 2100-EDIT-CHECK-TXN

              IF TXN-VALID
                 PERFORM 2200-APPLY-TXN
              ELSE
                 PERFORM 5100-REPORT-REJECTED
              END-IF
           END-IF

           PERFORM 4000-READ-TAXTXN-IN.

       2100-EDIT-CHECK-TXN.
           MOVE 'Y' TO WS-TXN-VALID
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT TX-ACTION-VALID
              MOVE 'N' TO WS-TXN-VALID
              MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           ELSE
              IF TX-TAX-CODE = SPACES
                 OR TX-TAX-CODE = LOW-VALUES
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'TAX CODE MISSING' TO WS-REJECT-REASON
              ELSE
                 IF TX-EFF-DATE NOT NUMERIC
                    OR TX-EFF-MONTH < 1 OR TX-EFF-MONTH > 12
                    OR TX-EFF-DAY < 1 OR TX-EFF-DAY > 31
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           IF TXN-VALID AND NOT TX-DELETE
              EVALUATE TRUE
                 WHEN TX-DESC = SPACES
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'DESCRIPTION MISSING' TO WS-REJECT-REASON
                 WHEN TX-RATE NOT NUMERIC
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'NON-NUMERIC TAX RATE' TO WS-REJECT-REASON
              END-EVALUATE
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
           WRITE TAX-CODE-RECORD
           IF TAXCODE-MAST-OK
              ADD 1 TO WS-APPLIED-COUNT
              MOVE SPACES TO WS-BEFORE-IMAGE
              PERFORM 5200-WRITE-AUDIT
              PERFORM 5000-REPORT-APPLIED
           ELSE
              IF TAXCODE-MAST-DUP-KEY
                 MOVE 'RATE ALREADY ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              ELSE
                 DISPLAY '** TAXCODE-MAST WRITE IS NOT OK **'
                 DISPLAY '** TAXCODE-MAST: ' WS-TAXCODE-MAST-STATUS
                 MOVE '2210-APPLY-ADD' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2220-APPLY-CHANGE.
           MOVE TX-KEY TO TC-KEY
           READ TAXCODE-MAST
              INVALID KEY
                 MOVE 'RATE NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 MOVE TAX-CODE-RECORD TO WS-BEFORE-IMAGE
                 PERFORM 2300-MOVE-TXN-TO-MASTER
                 REWRITE TAX-CODE-RECORD
                 IF TAXCODE-MAST-OK
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM 5200-WRITE-AUDIT
                    PERFORM 5000-REPORT-APPLIED
                 ELSE
                    DISPLAY '** TAXCODE-MAST REWRITE IS NOT OK **'
                    DISPLAY '** TAXCODE-MAST: ' WS-TAXCODE-MAST-STATUS
                    MOVE '2220-APPLY-CHANGE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ.

       2230-APPLY-DELETE.
           MOVE TX-KEY TO TC-KEY
           READ TAXCODE-MAST
              INVALID KEY
                 MOVE 'RATE NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 MOVE TAX-CODE-RECORD TO WS-BEFORE-IMAGE
                 DELETE TAXCODE-MAST
                 IF TAXCODE-MAST-OK
                    ADD 1 TO WS-APPLIED-COUNT
                    MOVE SPACES TO TAX-CODE-RECORD
                    PERFORM 5200-WRITE-AUDIT
                    PERFORM 5000-REPORT-APPLIED
                 ELSE
                    DISPLAY '** TAXCODE-MAST DELETE IS NOT OK **'
                    DISPLAY '** TAXCODE-MAST: ' WS-TAXCODE-MAST-STATUS
                    MOVE '2230-APPLY-DELETE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ.

       2300-MOVE-TXN-TO-MASTER.
           MOVE TX-TAX-CODE TO TC-CODE
           MOVE TX-EFF-DATE TO TC-EFF-DATE
           MOVE TX-DESC TO TC-DESC
           MOVE TX-RATE TO TC-RATE.

       3000-END-PROCESS.
           PERFORM 5300-REPORT-TOTALS

           CLOSE TAXTXN-IN
           CLOSE TAXCODE-MAST
           CLOSE AUDIT-OUT
           CLOSE PRINT-OUT

           DISPLAY 'TRANSACTIONS READ: ' WS-TXN-COUNT
           DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT.

       4000-READ-TAXTXN-IN.
           IF NOT TAXTXN-IN-EOF
               READ TAXTXN-IN
               IF NOT TAXTXN-IN-OK AND NOT TAXTXN-IN-EOF
                  DISPLAY '** TAXTXN-IN FILE IS NOT OK **'
                  DISPLAY '** READ TAXTXN-IN: ' TAXTXN-RECORD
                  MOVE '4000-READ-TAXTXN-IN' TO EL-PARAGRAPH
                  PERFORM 9999-ABEND
               END-IF
           END-IF.

       5000-REPORT-APPLIED.
           MOVE TX-ACTION TO WS-DET-ACTION
           MOVE TX-TAX-CODE TO WS-DET-CODE
           MOVE TX-EFF-DATE-X TO WS-DET-EFF-DATE
           MOVE 'APPLIED' TO WS-DET-RESULT
           MOVE SPACES TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-REPORT-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE TX-ACTION TO WS-DET-ACTION
           MOVE TX-TAX-CODE TO WS-DET-CODE
           MOVE TX-EFF-DATE-X TO WS-DET-EFF-DATE
           MOVE 'REJECTED' TO WS-DET-RESULT
           MOVE WS-REJECT-REASON TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5200-WRITE-AUDIT.
           MOVE TX-ACTION TO AUD-ACTION
           MOVE TX-KEY TO AUD-KEY
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE TAX-CODE-RECORD TO AUD-AFTER-IMAGE
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

       6000-OPEN-TAXTXN-IN.
           OPEN INPUT TAXTXN-IN.
           IF NOT TAXTXN-IN-OK
              DISPLAY '** TAXTXN-IN FILE IS NOT OK **'
              DISPLAY '** TAXTXN-IN: ' WS-TAXTXN-IN-STATUS
              MOVE '6000-OPEN-TAXTXN-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6100-OPEN-TAXCODE-MAST.
           OPEN I-O TAXCODE-MAST.
           IF TAXCODE-MAST-NO-FILE
              OPEN OUTPUT TAXCODE-MAST
              IF TAXCODE-MAST-OK
                 CLOSE TAXCODE-MAST
                 OPEN I-O TAXCODE-MAST
              END-IF
           END-IF
           IF NOT TAXCODE-MAST-OK
              DISPLAY '** TAXCODE-MAST FILE IS NOT OK **'
              DISPLAY '** TAXCODE-MAST: ' WS-TAXCODE-MAST-STATUS
              MOVE '6100-OPEN-TAXCODE-MAST' TO EL-PARAGRAPH
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
           MOVE 'TAXMNT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
