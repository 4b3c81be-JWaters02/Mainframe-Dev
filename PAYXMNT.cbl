       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PAYXMNT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : PAYER REFERENCE MAINTENANCE                     *
      *                                                                *
      *  Function    : APPLY A TRANSACTION FILE OF ADDS, CHANGES AND   *
      *                DELETES AGAINST THE PAYXREF PAYER-REFERENCE     *
      *                CROSS-REFERENCE (PAYXREFR LAYOUT), WHICH TIES   *
      *                EACH PAYER REFERENCE ON THE BANK'S RECEIPTS     *
      *                FILE TO A TRADING PARTNER ON THE PARTNER MASTER *
      *                FOR REMITMCH. WRITES BEFORE/AFTER IMAGES TO AN  *
      *                AUDIT FILE AND PRODUCES AN APPLIED/REJECTED     *
      *                MAINTENANCE REPORT.                             *
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
           SELECT PAYXTXN-IN ASSIGN TO PAYXTXN
           FILE STATUS IS WS-PAYXTXN-IN-STATUS.
           SELECT PAYXREF-MAST ASSIGN TO PAYXREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PX-PAYER-REF
           FILE STATUS IS WS-PAYXREF-MAST-STATUS.
           SELECT PARTNER-IN ASSIGN TO PARTNERS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PARTNER-CODE
           FILE STATUS IS WS-PARTNER-IN-STATUS.
           SELECT AUDIT-OUT ASSIGN TO PAYXAUD
           FILE STATUS IS WS-AUDIT-OUT-STATUS.
           SELECT PRINT-OUT ASSIGN TO PAYXMRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD PAYXTXN-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 52 CHARACTERS.
       01 PAYXTXN-RECORD.
           05 TX-ACTION                      PIC X(1).
              88 TX-ADD                      VALUE 'A'.
              88 TX-CHANGE                   VALUE 'C'.
              88 TX-DELETE                   VALUE 'D'.
              88 TX-ACTION-VALID             VALUE 'A', 'C', 'D'.
           05 TX-PAYER-REF                   PIC X(18).
           05 TX-PARTNER                     PIC X(2).
           05 TX-PAYER-NAME                  PIC X(30).
           05 TX-STATUS                      PIC X(1).
              88 TX-STATUS-VALID             VALUE 'A', 'I', ' '.
      *
       FD PAYXREF-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 51 CHARACTERS.
           COPY PAYXREFR.
      *
       FD PARTNER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 171 CHARACTERS.
           COPY PARTNERR.
      *
       FD AUDIT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS.
       01 AUDIT-OUT-RECORD.
           05 AUD-ACTION                     PIC X(1).
           05 AUD-PAYER-REF                  PIC X(18).
           05 AUD-BEFORE-IMAGE               PIC X(51).
           05 AUD-AFTER-IMAGE                PIC X(51).
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
       01 WS-PAYXTXN-IN-STATUS               PIC X(2).
           88 PAYXTXN-IN-OK                  VALUE "00".
           88 PAYXTXN-IN-EOF                 VALUE "10".
       01 WS-PAYXREF-MAST-STATUS             PIC X(2).
           88 PAYXREF-MAST-OK                VALUE "00".
           88 PAYXREF-MAST-NOT-FOUND         VALUE "23".
           88 PAYXREF-MAST-NO-FILE           VALUE "35".
           88 PAYXREF-MAST-DUP-KEY           VALUE "22".
       01 WS-PARTNER-IN-STATUS               PIC X(2).
           88 PARTNER-IN-OK                  VALUE "00".
           88 PARTNER-IN-NOT-FOUND           VALUE "23".
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
       01 WS-BEFORE-IMAGE                    PIC X(51) VALUE SPACES.
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'PAYER REFERENCE MAINTENANCE REPORT'.
             10 FILLER                       PIC X(52)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(6)    VALUE 'ACTION'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(18)   VALUE
                'PAYER REFERENCE'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(7)    VALUE
                'PARTNER'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(8)    VALUE 'RESULT'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(30)   VALUE 'REASON'.
             10 FILLER                       PIC X(13)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-ACTION                PIC X(6).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-PAYER-REF             PIC X(18).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-PARTNER               PIC X(7).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-RESULT                PIC X(8).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-REASON                PIC X(30).
             10 FILLER                       PIC X(13)   VALUE SPACES.
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

           PERFORM 2000-MAIN-PROCESS UNTIL PAYXTXN-IN-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 6000-OPEN-PAYXTXN-IN

           PERFORM 6100-OPEN-PAYXREF-MAST

           PERFORM 6150-OPEN-PARTNER-IN

           PERFORM 6200-OPEN-AUDIT-OUT

           PERFORM 6300-OPEN-PRINT-OUT

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 4000-READ-PAYXTXN-IN.

       2000-MAIN-PROCESS.
           IF PAYXTXN-IN-OK
              ADD 1 TO WS-TXN-COUNT

              PERFORM 2100-EDIT-CHECK-TXN

              IF TXN-VALID
                 PERFORM 2200-APPLY-TXN
              ELSE
                 PERFORM 5100-REPORT-REJECTED
              END-IF
           END-IF

           PERFORM 4000-READ-PAYXTXN-IN.

       2100-EDIT-CHECK-TXN.
           MOVE 'Y' TO WS-TXN-VALID
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT TX-ACTION-VALID
              MOVE 'N' TO WS-TXN-VALID
              MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           ELSE
              IF TX-PAYER-REF = SPACES
                 OR TX-PAYER-REF = LOW-VALUES
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'PAYER REFERENCE MISSING' TO WS-REJECT-REASON
              END-IF
           END-IF
      *    A reference may only point at a partner on the partner
      *    master, or receipts quoting it would settle nobody.
           IF TXN-VALID AND NOT TX-DELETE
              IF NOT TX-STATUS-VALID
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'STATUS MUST BE A OR I' TO WS-REJECT-REASON
              ELSE
                 MOVE TX-PARTNER TO PARTNER-CODE
                 READ PARTNER-IN
                    INVALID KEY
                       MOVE 'N' TO WS-TXN-VALID
                       MOVE 'PARTNER NOT ON PARTNER MASTER'
                          TO WS-REJECT-REASON
                 END-READ
              END-IF
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
           WRITE PAYER-XREF-RECORD
           IF PAYXREF-MAST-OK
              ADD 1 TO WS-APPLIED-COUNT
              MOVE SPACES TO WS-BEFORE-IMAGE
              PERFORM 5200-WRITE-AUDIT
              PERFORM 5000-REPORT-APPLIED
           ELSE
              IF PAYXREF-MAST-DUP-KEY
                 MOVE 'REFERENCE ALREADY ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              ELSE
                 DISPLAY '** PAYXREF-MAST WRITE IS NOT OK **'
                 DISPLAY '** PAYXREF-MAST: ' WS-PAYXREF-MAST-STATUS
                 MOVE '2210-APPLY-ADD' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2220-APPLY-CHANGE.
           MOVE TX-PAYER-REF TO PX-PAYER-REF
           READ PAYXREF-MAST
              INVALID KEY
                 MOVE 'REFERENCE NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 MOVE PAYER-XREF-RECORD TO WS-BEFORE-IMAGE
                 PERFORM 2300-MOVE-TXN-TO-MASTER
                 REWRITE PAYER-XREF-RECORD
                 IF PAYXREF-MAST-OK
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM 5200-WRITE-AUDIT
                    PERFORM 5000-REPORT-APPLIED
                 ELSE
                    DISPLAY '** PAYXREF-MAST REWRITE IS NOT OK **'
                    DISPLAY '** PAYXREF-MAST: ' WS-PAYXREF-MAST-STATUS
                    MOVE '2220-APPLY-CHANGE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ.

       2230-APPLY-DELETE.
           MOVE TX-PAYER-REF TO PX-PAYER-REF
           READ PAYXREF-MAST
              INVALID KEY
                 MOVE 'REFERENCE NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 MOVE PAYER-XREF-RECORD TO WS-BEFORE-IMAGE
                 DELETE PAYXREF-MAST
                 IF PAYXREF-MAST-OK
                    ADD 1 TO WS-APPLIED-COUNT
                    MOVE SPACES TO PAYER-XREF-RECORD
                    PERFORM 5200-WRITE-AUDIT
                    PERFORM 5000-REPORT-APPLIED
                 ELSE
                    DISPLAY '** PAYXREF-MAST DELETE IS NOT OK **'
                    DISPLAY '** PAYXREF-MAST: ' WS-PAYXREF-MAST-STATUS
                    MOVE '2230-APPLY-DELETE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ.

       2300-MOVE-TXN-TO-MASTER.
      *    A blank status is taken as active.
           MOVE TX-PAYER-REF TO PX-PAYER-REF
           MOVE TX-PARTNER TO PX-PARTNER
           MOVE TX-PAYER-NAME TO PX-PAYER-NAME
           IF TX-STATUS = 'I'
              MOVE 'I' TO PX-STATUS
           ELSE
              MOVE 'A' TO PX-STATUS
           END-IF.

       3000-END-PROCESS.
           PERFORM 5300-REPORT-TOTALS

           PERFORM 7000-CLOSE-PAYXTXN-IN

           PERFORM 7100-CLOSE-PAYXREF-MAST

           CLOSE PARTNER-IN

           PERFORM 7200-CLOSE-AUDIT-OUT

           PERFORM 7300-CLOSE-PRINT-OUT

           DISPLAY 'TRANSACTIONS READ: ' WS-TXN-COUNT
           DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT.

       4000-READ-PAYXTXN-IN.
           IF NOT PAYXTXN-IN-EOF
               READ PAYXTXN-IN
               IF NOT PAYXTXN-IN-OK AND NOT PAYXTXN-IN-EOF
                  DISPLAY '** PAYXTXN-IN FILE IS NOT OK **'
                  DISPLAY '** READ PAYXTXN-IN: ' PAYXTXN-RECORD
                  MOVE '4000-READ-PAYXTXN-IN' TO EL-PARAGRAPH
                  PERFORM 9999-ABEND
               END-IF
           END-IF.

       5000-REPORT-APPLIED.
           MOVE TX-ACTION TO WS-DET-ACTION
           MOVE TX-PAYER-REF TO WS-DET-PAYER-REF
           MOVE TX-PARTNER TO WS-DET-PARTNER
           MOVE 'APPLIED' TO WS-DET-RESULT
           MOVE SPACES TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-REPORT-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE TX-ACTION TO WS-DET-ACTION
           MOVE TX-PAYER-REF TO WS-DET-PAYER-REF
           MOVE TX-PARTNER TO WS-DET-PARTNER
           MOVE 'REJECTED' TO WS-DET-RESULT
           MOVE WS-REJECT-REASON TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5200-WRITE-AUDIT.
           MOVE TX-ACTION TO AUD-ACTION
           MOVE TX-PAYER-REF TO AUD-PAYER-REF
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE PAYER-XREF-RECORD TO AUD-AFTER-IMAGE
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

       6000-OPEN-PAYXTXN-IN.
           OPEN INPUT PAYXTXN-IN.
           IF NOT PAYXTXN-IN-OK
              DISPLAY '** PAYXTXN-IN FILE IS NOT OK **'
              DISPLAY '** PAYXTXN-IN: ' WS-PAYXTXN-IN-STATUS
              MOVE '6000-OPEN-PAYXTXN-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6100-OPEN-PAYXREF-MAST.
           OPEN I-O PAYXREF-MAST.
           IF PAYXREF-MAST-NO-FILE
              OPEN OUTPUT PAYXREF-MAST
              IF PAYXREF-MAST-OK
                 CLOSE PAYXREF-MAST
                 OPEN I-O PAYXREF-MAST
              END-IF
           END-IF
           IF NOT PAYXREF-MAST-OK
              DISPLAY '** PAYXREF-MAST FILE IS NOT OK **'
              DISPLAY '** PAYXREF-MAST: ' WS-PAYXREF-MAST-STATUS
              MOVE '6100-OPEN-PAYXREF-MAST' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6150-OPEN-PARTNER-IN.
           OPEN INPUT PARTNER-IN.
           IF NOT PARTNER-IN-OK
              DISPLAY '** PARTNER-IN FILE IS NOT OK **'
              DISPLAY '** PARTNER-IN: ' WS-PARTNER-IN-STATUS
              MOVE '6150-OPEN-PARTNER-IN' TO EL-PARAGRAPH
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

       7000-CLOSE-PAYXTXN-IN.
           CLOSE PAYXTXN-IN.
           IF NOT PAYXTXN-IN-OK
              DISPLAY '** COULD NOT CLOSE PAYXTXN-IN **'
              MOVE '7000-CLOSE-PAYXTXN-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       7100-CLOSE-PAYXREF-MAST.
           CLOSE PAYXREF-MAST.
           IF NOT PAYXREF-MAST-OK
              DISPLAY '** COULD NOT CLOSE PAYXREF-MAST **'
              MOVE '7100-CLOSE-PAYXREF-MAST' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       7200-CLOSE-AUDIT-OUT.
           CLOSE AUDIT-OUT.
           IF NOT AUDIT-OUT-OK
              DISPLAY '** COULD NOT CLOSE AUDIT-OUT **'
              MOVE '7200-CLOSE-AUDIT-OUT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       7300-CLOSE-PRINT-OUT.
           CLOSE PRINT-OUT.
           IF NOT PRINT-OUT-OK
              DISPLAY '** COULD NOT CLOSE PRINT-OUT **'
              MOVE '7300-CLOSE-PRINT-OUT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       9999-ABEND.
           MOVE 'PAYXMNT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
