       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REBMNT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : PARTNER REBATE AGREEMENT MAINTENANCE            *
      *                                                                *
      *  Function    : APPLY A TRANSACTION FILE OF ADDS, CHANGES AND   *
      *                DELETES AGAINST THE REBAGRE INDEXED PARTNER     *
      *                VOLUME-REBATE AGREEMENT MASTER (UP TO FIVE      *
      *                RETAIL-VALUE THRESHOLDS, EACH WITH ITS REBATE   *
      *                RATE), WRITING BEFORE/AFTER IMAGES TO AN AUDIT  *
      *                FILE AND PRODUCING AN APPLIED/REJECTED          *
      *                MAINTENANCE REPORT - THE SAME SHAPE AS REGMNT.  *
      *                THE PARTNER MUST BE ON THE PARTNERS MASTER AND  *
      *                THE THRESHOLDS MUST ASCEND.                     *
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
           SELECT REBTXN-IN ASSIGN TO REBTXN
           FILE STATUS IS WS-REBTXN-IN-STATUS.
           SELECT REBAGRE-MAST ASSIGN TO REBAGRE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RA-PARTNER
           FILE STATUS IS WS-REBAGRE-MAST-STATUS.
           SELECT PARTNER-IN ASSIGN TO PARTNERS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PARTNER-CODE
           FILE STATUS IS WS-PARTNER-IN-STATUS.
           SELECT AUDIT-OUT ASSIGN TO REBAUD
           FILE STATUS IS WS-AUDIT-OUT-STATUS.
           SELECT PRINT-OUT ASSIGN TO REBMRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD REBTXN-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01 REBTXN-RECORD.
           05 TX-ACTION                      PIC X(1).
              88 TX-ADD                      VALUE 'A'.
              88 TX-CHANGE                   VALUE 'C'.
              88 TX-DELETE                   VALUE 'D'.
              88 TX-ACTION-VALID             VALUE 'A', 'C', 'D'.
           05 TX-PARTNER                     PIC X(2).
           05 TX-DESC                        PIC X(30).
           05 TX-STATUS                      PIC X(1).
              88 TX-STATUS-VALID             VALUE 'A', 'S'.
           05 TX-TIER-COUNT                  PIC 9(1).
           05 TX-TIER OCCURS 5 TIMES.
              10 TX-THRESHOLD                PIC 9(11)V99.
              10 TX-RATE                     PIC 9(2)V99.
      *
       FD REBAGRE-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 119 CHARACTERS.
           COPY REBAGRR.
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
           RECORD CONTAINS 241 CHARACTERS.
       01 AUDIT-OUT-RECORD.
           05 AUD-ACTION                     PIC X(1).
           05 AUD-KEY                        PIC X(2).
           05 AUD-BEFORE-IMAGE               PIC X(119).
           05 AUD-AFTER-IMAGE                PIC X(119).
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
       01 WS-REBTXN-IN-STATUS                PIC X(2).
           88 REBTXN-IN-OK                   VALUE "00".
           88 REBTXN-IN-EOF                  VALUE "10".
       01 WS-REBAGRE-MAST-STATUS             PIC X(2).
           88 REBAGRE-MAST-OK                VALUE "00".
           88 REBAGRE-MAST-NOT-FOUND         VALUE "23".
           88 REBAGRE-MAST-NO-FILE           VALUE "35".
           88 REBAGRE-MAST-DUP-KEY           VALUE "22".
       01 WS-PARTNER-IN-STATUS               PIC X(2).
           88 PARTNER-IN-OK                  VALUE "00".
           88 PARTNER-IN-NOT-FOUND           VALUE "23".
           88 PARTNER-IN-NO-FILE             VALUE "35".
       01 WS-AUDIT-OUT-STATUS                PIC X(2).
           88 AUDIT-OUT-OK                   VALUE "00".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-TXN-VALID                       PIC X VALUE 'Y'.
           88 TXN-VALID                      VALUE 'Y'.
       01 WS-PARTNER-OPEN                    PIC X VALUE 'N'.
           88 PARTNER-OPEN                   VALUE 'Y'.
      *
      * Counters...
      *
       01 WS-TXN-COUNT                       PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT                   PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01 WS-TIER-SUB                        PIC 9(1) VALUE 0.
       01 WS-PREV-THRESHOLD                  PIC 9(11)V99 VALUE 0.
      *
      * Messages...
      *
       01 WS-REJECT-REASON                   PIC X(30) VALUE SPACES.
       01 WS-BEFORE-IMAGE                    PIC X(119) VALUE SPACES.
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(35)   VALUE
                'REBATE AGREEMENT MAINTENANCE'.
             10 FILLER                       PIC X(57)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(6)    VALUE 'ACTION'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(7)    VALUE
                'PARTNER'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(5)    VALUE 'TIERS'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(8)    VALUE 'RESULT'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(30)   VALUE 'REASON'.
             10 FILLER                       PIC X(26)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-ACTION                PIC X(6).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-PARTNER               PIC X(7).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-TIERS                 PIC X(5).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-RESULT                PIC X(8).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-REASON                PIC X(30).
             10 FILLER                       PIC X(26)   VALUE SPACES.
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

           PERFORM 2000-MAIN-PROCESS UNTIL REBTXN-IN-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 6000-OPEN-REBTXN-IN

           PERFORM 6100-OPEN-REBAGRE-MAST

           PERFORM 6200-OPEN-AUDIT-OUT

           PERFORM 6300-OPEN-PRINT-OUT

           PERFORM 6400-OPEN-PARTNER-IN

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 4000-READ-REBTXN-IN.

       2000-MAIN-PROCESS.
           IF REBTXN-IN-OK
              ADD 1 TO WS-TXN-COUNT

              PERFORM 2100-EDIT-CHECK-TXN

              IF TXN-VALID
                 PERFORM 2200-APPLY-TXN
              ELSE
                 PERFORM 5100-REPORT-REJECTED
              END-IF
           END-IF

           PERFORM 4000-READ-REBTXN-IN.

       2100-EDIT-CHECK-TXN.
           MOVE 'Y' TO WS-TXN-VALID
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT TX-ACTION-VALID
              MOVE 'N' TO WS-TXN-VALID
              MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           ELSE
              IF TX-PARTNER = SPACES
                 OR TX-PARTNER = LOW-VALUES
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'PARTNER MISSING' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF TXN-VALID AND NOT TX-DELETE
              EVALUATE TRUE
                 WHEN TX-DESC = SPACES
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'DESCRIPTION MISSING' TO WS-REJECT-REASON
                 WHEN NOT TX-STATUS-VALID
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'INVALID AGREEMENT STATUS' TO WS-REJECT-REASON
                 WHEN TX-TIER-COUNT NOT NUMERIC
                    OR TX-TIER-COUNT < 1
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'TIER COUNT MUST BE 1 TO 5' TO WS-REJECT-REASON
                 WHEN TX-TIER-COUNT > 5
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'TIER COUNT MUST BE 1 TO 5' TO WS-REJECT-REASON
              END-EVALUATE
           END-IF
           IF TXN-VALID AND NOT TX-DELETE
              MOVE 0 TO WS-PREV-THRESHOLD
              PERFORM 2150-EDIT-ONE-TIER
                 VARYING WS-TIER-SUB FROM 1 BY 1
                 UNTIL WS-TIER-SUB > TX-TIER-COUNT
                    OR NOT TXN-VALID
           END-IF
           IF TXN-VALID AND NOT TX-DELETE
              PERFORM 2170-EDIT-PARTNER
           END-IF.

       2150-EDIT-ONE-TIER.
      *    Thresholds must climb tier by tier so the tier reached is
      *    simply the last one the period value gets past; the first
      *    tier may start from nothing.
           EVALUATE TRUE
              WHEN TX-THRESHOLD(WS-TIER-SUB) NOT NUMERIC
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'NON-NUMERIC TIER THRESHOLD' TO WS-REJECT-REASON
              WHEN TX-RATE(WS-TIER-SUB) NOT NUMERIC
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'NON-NUMERIC TIER RATE' TO WS-REJECT-REASON
              WHEN TX-RATE(WS-TIER-SUB) = 0
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'TIER RATE MUST BE ABOVE ZERO' TO WS-REJECT-REASON
              WHEN WS-TIER-SUB > 1
                 AND TX-THRESHOLD(WS-TIER-SUB) NOT > WS-PREV-THRESHOLD
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'TIER THRESHOLDS NOT ASCENDING'
                    TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE TX-THRESHOLD(WS-TIER-SUB) TO WS-PREV-THRESHOLD
           END-EVALUATE.

       2170-EDIT-PARTNER.
           IF PARTNER-OPEN
              MOVE TX-PARTNER TO PARTNER-CODE
              READ PARTNER-IN
                 INVALID KEY
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'PARTNER NOT ON FILE' TO WS-REJECT-REASON
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
           WRITE REBATE-AGREEMENT-RECORD
           IF REBAGRE-MAST-OK
              ADD 1 TO WS-APPLIED-COUNT
              MOVE SPACES TO WS-BEFORE-IMAGE
              PERFORM 5200-WRITE-AUDIT
              PERFORM 5000-REPORT-APPLIED
           ELSE
              IF REBAGRE-MAST-DUP-KEY
                 MOVE 'AGREEMENT ALREADY ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              ELSE
                 DISPLAY '** REBAGRE-MAST WRITE IS NOT OK **'
                 DISPLAY '** REBAGRE-MAST: ' WS-REBAGRE-MAST-STATUS
                 MOVE '2210-APPLY-ADD' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2220-APPLY-CHANGE.
           MOVE TX-PARTNER TO RA-PARTNER
           READ REBAGRE-MAST
              INVALID KEY
                 MOVE 'AGREEMENT NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 MOVE REBATE-AGREEMENT-RECORD TO WS-BEFORE-IMAGE
                 PERFORM 2300-MOVE-TXN-TO-MASTER
                 REWRITE REBATE-AGREEMENT-RECORD
                 IF REBAGRE-MAST-OK
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM 5200-WRITE-AUDIT
                    PERFORM 5000-REPORT-APPLIED
                 ELSE
                    DISPLAY '** REBAGRE-MAST REWRITE IS NOT OK **'
                    DISPLAY '** REBAGRE-MAST: ' WS-REBAGRE-MAST-STATUS
                    MOVE '2220-APPLY-CHANGE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ.

       2230-APPLY-DELETE.
           MOVE TX-PARTNER TO RA-PARTNER
           READ REBAGRE-MAST
              INVALID KEY
                 MOVE 'AGREEMENT NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 MOVE REBATE-AGREEMENT-RECORD TO WS-BEFORE-IMAGE
                 DELETE REBAGRE-MAST
                 IF REBAGRE-MAST-OK
                    ADD 1 TO WS-APPLIED-COUNT
                    MOVE SPACES TO REBATE-AGREEMENT-RECORD
                    PERFORM 5200-WRITE-AUDIT
                    PERFORM 5000-REPORT-APPLIED
                 ELSE
                    DISPLAY '** REBAGRE-MAST DELETE IS NOT OK **'
                    DISPLAY '** REBAGRE-MAST: ' WS-REBAGRE-MAST-STATUS
                    MOVE '2230-APPLY-DELETE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ.

       2300-MOVE-TXN-TO-MASTER.
           MOVE TX-PARTNER TO RA-PARTNER
           MOVE TX-DESC TO RA-DESC
           MOVE TX-STATUS TO RA-STATUS
           MOVE TX-TIER-COUNT TO RA-TIER-COUNT
           PERFORM 2310-MOVE-ONE-TIER
              VARYING WS-TIER-SUB FROM 1 BY 1
              UNTIL WS-TIER-SUB > 5.

       2310-MOVE-ONE-TIER.
      *    Tiers beyond the count are held as zero, not left as
      *    whatever was keyed in the unused columns.
           IF WS-TIER-SUB > TX-TIER-COUNT
              MOVE 0 TO RA-THRESHOLD(WS-TIER-SUB)
              MOVE 0 TO RA-RATE(WS-TIER-SUB)
           ELSE
              MOVE TX-THRESHOLD(WS-TIER-SUB)
                 TO RA-THRESHOLD(WS-TIER-SUB)
              MOVE TX-RATE(WS-TIER-SUB) TO RA-RATE(WS-TIER-SUB)
           END-IF.

       3000-END-PROCESS.
           PERFORM 5300-REPORT-TOTALS

           CLOSE REBTXN-IN
           CLOSE REBAGRE-MAST
           CLOSE AUDIT-OUT
           CLOSE PRINT-OUT
           IF PARTNER-OPEN
              CLOSE PARTNER-IN
           END-IF

           DISPLAY 'TRANSACTIONS READ: ' WS-TXN-COUNT
           DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT.

       4000-READ-REBTXN-IN.
           IF NOT REBTXN-IN-EOF
               READ REBTXN-IN
               IF NOT REBTXN-IN-OK AND NOT REBTXN-IN-EOF
                  DISPLAY '** REBTXN-IN FILE IS NOT OK **'
                  DISPLAY '** READ REBTXN-IN: ' REBTXN-RECORD
                  MOVE '4000-READ-REBTXN-IN' TO EL-PARAGRAPH
                  PERFORM 9999-ABEND
               END-IF
           END-IF.

       5000-REPORT-APPLIED.
           MOVE TX-ACTION TO WS-DET-ACTION
           MOVE TX-PARTNER TO WS-DET-PARTNER
           MOVE TX-TIER-COUNT TO WS-DET-TIERS
           MOVE 'APPLIED' TO WS-DET-RESULT
           MOVE SPACES TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-REPORT-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE TX-ACTION TO WS-DET-ACTION
           MOVE TX-PARTNER TO WS-DET-PARTNER
           MOVE TX-TIER-COUNT TO WS-DET-TIERS
           MOVE 'REJECTED' TO WS-DET-RESULT
           MOVE WS-REJECT-REASON TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5200-WRITE-AUDIT.
           MOVE TX-ACTION TO AUD-ACTION
           MOVE TX-PARTNER TO AUD-KEY
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE REBATE-AGREEMENT-RECORD TO AUD-AFTER-IMAGE
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

       6000-OPEN-REBTXN-IN.
           OPEN INPUT REBTXN-IN.
           IF NOT REBTXN-IN-OK
              DISPLAY '** REBTXN-IN FILE IS NOT OK **'
              DISPLAY '** REBTXN-IN: ' WS-REBTXN-IN-STATUS
              MOVE '6000-OPEN-REBTXN-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6100-OPEN-REBAGRE-MAST.
           OPEN I-O REBAGRE-MAST.
           IF REBAGRE-MAST-NO-FILE
              OPEN OUTPUT REBAGRE-MAST
              IF REBAGRE-MAST-OK
                 CLOSE REBAGRE-MAST
                 OPEN I-O REBAGRE-MAST
              END-IF
           END-IF
           IF NOT REBAGRE-MAST-OK
              DISPLAY '** REBAGRE-MAST FILE IS NOT OK **'
              DISPLAY '** REBAGRE-MAST: ' WS-REBAGRE-MAST-STATUS
              MOVE '6100-OPEN-REBAGRE-MAST' TO EL-PARAGRAPH
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

       6400-OPEN-PARTNER-IN.
           OPEN INPUT PARTNER-IN
           IF PARTNER-IN-NO-FILE
              DISPLAY '** WARNING: NO PARTNER MASTER - PARTNERS NOT '
                 'CHECKED **'
           ELSE
              IF NOT PARTNER-IN-OK
                 DISPLAY '** PARTNER-IN FILE IS NOT OK **'
                 DISPLAY '** PARTNER-IN: ' WS-PARTNER-IN-STATUS
                 MOVE '6400-OPEN-PARTNER-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE 'Y' TO WS-PARTNER-OPEN
           END-IF.

       9999-ABEND.
           MOVE 'REBMNT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
