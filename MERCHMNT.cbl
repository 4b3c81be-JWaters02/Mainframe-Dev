       IDENTIFICATION DIVISION.
       PROGRAM-ID.   MERCHMNT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : MERCHANDISE HIERARCHY MAINTENANCE               *
      *                                                                *
      *  Function    : APPLY A TRANSACTION FILE OF ADDS, CHANGES AND   *
      *                DELETES AGAINST THE MERCHIER INDEXED            *
      *                MERCHANDISE HIERARCHY MASTER OF DEPARTMENTS     *
      *                (BLANK CATEGORY) AND THE CATEGORIES UNDER THEM, *
      *                WRITING BEFORE/AFTER IMAGES TO THE MERCHAUD     *
      *                AUDIT FILE AND PRODUCING AN APPLIED/REJECTED    *
      *                MAINTENANCE REPORT. A CATEGORY CAN ONLY BE      *
      *                ADDED UNDER A DEPARTMENT ALREADY ON FILE, AND A *
      *                DEPARTMENT CANNOT BE DELETED WHILE ANY CATEGORY *
      *                REMAINS UNDER IT.                               *
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
           SELECT MERCHTXN-IN ASSIGN TO MERCHTXN
           FILE STATUS IS WS-MERCHTXN-IN-STATUS.
           SELECT MERCH-MAST ASSIGN TO MERCHIER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MH-KEY
           FILE STATUS IS WS-MERCH-MAST-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT AUDIT-OUT ASSIGN TO MERCHAUD
           FILE STATUS IS WS-AUDIT-OUT-STATUS.
           SELECT PRINT-OUT ASSIGN TO MERCHRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD MERCHTXN-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 37 CHARACTERS.
       01 MERCHTXN-RECORD.
           05 TX-ACTION                      PIC X(1).
              88 TX-ADD                      VALUE 'A'.
              88 TX-CHANGE                   VALUE 'C'.
              88 TX-DELETE                   VALUE 'D'.
              88 TX-ACTION-VALID             VALUE 'A', 'C', 'D'.
           05 TX-KEY.
              10 TX-DEPT                     PIC X(2).
              10 TX-CATEGORY                 PIC X(4).
           05 TX-DESC                        PIC X(30).
      *
       FD MERCH-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
           COPY MERCHR.
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
           RECORD CONTAINS 95 CHARACTERS.
       01 AUDIT-OUT-RECORD.
           05 AUD-ACTION                     PIC X(1).
           05 AUD-KEY                        PIC X(6).
           05 AUD-BEFORE-IMAGE               PIC X(44).
           05 AUD-AFTER-IMAGE                PIC X(44).
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
       01 WS-MERCHTXN-IN-STATUS              PIC X(2).
           88 MERCHTXN-IN-OK                 VALUE "00".
           88 MERCHTXN-IN-EOF                VALUE "10".
       01 WS-MERCH-MAST-STATUS               PIC X(2).
           88 MERCH-MAST-OK                  VALUE "00".
           88 MERCH-MAST-EOF                 VALUE "10".
           88 MERCH-MAST-NOT-FOUND           VALUE "23".
           88 MERCH-MAST-NO-FILE             VALUE "35".
           88 MERCH-MAST-DUP-KEY             VALUE "22".
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
       01 WS-BEFORE-IMAGE                    PIC X(44) VALUE SPACES.
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(35)   VALUE
                'MERCHANDISE HIERARCHY MAINTENANCE'.
             10 FILLER                       PIC X(57)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(6)    VALUE 'ACTION'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(4)    VALUE 'DEPT'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(8)    VALUE
                'CATEGORY'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(8)    VALUE 'RESULT'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(30)   VALUE 'REASON'.
             10 FILLER                       PIC X(26)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-ACTION                PIC X(6).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-DEPT                  PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-CATEGORY              PIC X(8).
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

           PERFORM 2000-MAIN-PROCESS UNTIL MERCHTXN-IN-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

           PERFORM 6000-OPEN-MERCHTXN-IN

           PERFORM 6100-OPEN-MERCH-MAST

           PERFORM 6200-OPEN-AUDIT-OUT

           PERFORM 6300-OPEN-PRINT-OUT

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 4000-READ-MERCHTXN-IN.

       2000-MAIN-PROCESS.
           IF MERCHTXN-IN-OK
              ADD 1 TO WS-TXN-COUNT

              PERFORM 2100-EDIT-CHECK-TXN

              IF TXN-VALID
                 PERFORM 2200-APPLY-TXN
              ELSE
                 PERFORM 5100-REPORT-REJECTED
              END-IF
           END-IF

           PERFORM 4000-READ-MERCHTXN-IN.

       2100-EDIT-CHECK-TXN.
           MOVE 'Y' TO WS-TXN-VALID
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
              WHEN NOT TX-ACTION-VALID
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
              WHEN TX-DEPT = SPACES
                 OR TX-DEPT = LOW-VALUES
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'DEPARTMENT MISSING' TO WS-REJECT-REASON
              WHEN NOT TX-DELETE
                 AND TX-DESC = SPACES
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'DESCRIPTION MISSING' TO WS-REJECT-REASON
           END-EVALUATE
      *    A category can only be added under a department already
      *    on the hierarchy, and a department cannot go while any
      *    category still sits under it.
           IF TXN-VALID AND TX-ADD AND TX-CATEGORY NOT = SPACES
              PERFORM 2150-EDIT-DEPT-ON-FILE
           END-IF
           IF TXN-VALID AND TX-DELETE AND TX-CATEGORY = SPACES
              PERFORM 2160-EDIT-DEPT-EMPTY
           END-IF.

       2150-EDIT-DEPT-ON-FILE.
           MOVE TX-DEPT TO MH-DEPT
           MOVE SPACES TO MH-CATEGORY
           READ MERCH-MAST
              INVALID KEY
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'DEPARTMENT NOT ON FILE' TO WS-REJECT-REASON
           END-READ.

       2160-EDIT-DEPT-EMPTY.
           MOVE TX-DEPT TO MH-DEPT
           MOVE SPACES TO MH-CATEGORY
           START MERCH-MAST KEY IS GREATER THAN MH-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ MERCH-MAST NEXT RECORD
                    AT END CONTINUE
                 END-READ
                 IF MERCH-MAST-OK AND MH-DEPT = TX-DEPT
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'DEPARTMENT HAS CATEGORIES'
                       TO WS-REJECT-REASON
                 END-IF
           END-START.

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
           WRITE MERCH-RECORD
           IF MERCH-MAST-OK
              ADD 1 TO WS-APPLIED-COUNT
              MOVE SPACES TO WS-BEFORE-IMAGE
              PERFORM 5200-WRITE-AUDIT
              PERFORM 5000-REPORT-APPLIED
           ELSE
              IF MERCH-MAST-DUP-KEY
                 MOVE 'ALREADY ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              ELSE
                 DISPLAY '** MERCH-MAST WRITE IS NOT OK **'
                 DISPLAY '** MERCH-MAST: ' WS-MERCH-MAST-STATUS
                 MOVE '2210-APPLY-ADD' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2220-APPLY-CHANGE.
           MOVE TX-KEY TO MH-KEY
           READ MERCH-MAST
              INVALID KEY
                 MOVE 'NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 MOVE MERCH-RECORD TO WS-BEFORE-IMAGE
                 PERFORM 2300-MOVE-TXN-TO-MASTER
                 REWRITE MERCH-RECORD
                 IF MERCH-MAST-OK
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM 5200-WRITE-AUDIT
                    PERFORM 5000-REPORT-APPLIED
                 ELSE
                    DISPLAY '** MERCH-MAST REWRITE IS NOT OK **'
                    DISPLAY '** MERCH-MAST: ' WS-MERCH-MAST-STATUS
                    MOVE '2220-APPLY-CHANGE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ.

       2230-APPLY-DELETE.
           MOVE TX-KEY TO MH-KEY
           READ MERCH-MAST
              INVALID KEY
                 MOVE 'NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 MOVE MERCH-RECORD TO WS-BEFORE-IMAGE
                 DELETE MERCH-MAST
                 IF MERCH-MAST-OK
                    ADD 1 TO WS-APPLIED-COUNT
                    MOVE SPACES TO MERCH-RECORD
                    PERFORM 5200-WRITE-AUDIT
                    PERFORM 5000-REPORT-APPLIED
                 ELSE
                    DISPLAY '** MERCH-MAST DELETE IS NOT OK **'
                    DISPLAY '** MERCH-MAST: ' WS-MERCH-MAST-STATUS
                    MOVE '2230-APPLY-DELETE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ.

       2300-MOVE-TXN-TO-MASTER.
           MOVE TX-KEY TO MH-KEY
           MOVE TX-DESC TO MH-DESC
           MOVE WS-BUSINESS-DATE TO MH-LAST-UPDATED.

       3000-END-PROCESS.
           PERFORM 5300-REPORT-TOTALS

           CLOSE MERCHTXN-IN
           CLOSE MERCH-MAST
           CLOSE AUDIT-OUT
           CLOSE PRINT-OUT

           DISPLAY 'TRANSACTIONS READ: ' WS-TXN-COUNT
           DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT.

       4000-READ-MERCHTXN-IN.
           IF NOT MERCHTXN-IN-EOF
               READ MERCHTXN-IN
               IF NOT MERCHTXN-IN-OK AND NOT MERCHTXN-IN-EOF
                  DISPLAY '** MERCHTXN-IN FILE IS NOT OK **'
                  DISPLAY '** READ MERCHTXN-IN: ' MERCHTXN-RECORD
                  MOVE '4000-READ-MERCHTXN-IN' TO EL-PARAGRAPH
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
           MOVE TX-DEPT TO WS-DET-DEPT
           MOVE TX-CATEGORY TO WS-DET-CATEGORY
           MOVE 'APPLIED' TO WS-DET-RESULT
           MOVE SPACES TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-REPORT-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE TX-ACTION TO WS-DET-ACTION
           MOVE TX-DEPT TO WS-DET-DEPT
           MOVE TX-CATEGORY TO WS-DET-CATEGORY
           MOVE 'REJECTED' TO WS-DET-RESULT
           MOVE WS-REJECT-REASON TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5200-WRITE-AUDIT.
           MOVE TX-ACTION TO AUD-ACTION
           MOVE TX-KEY TO AUD-KEY
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE MERCH-RECORD TO AUD-AFTER-IMAGE
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

       6000-OPEN-MERCHTXN-IN.
           OPEN INPUT MERCHTXN-IN.
           IF NOT MERCHTXN-IN-OK
              DISPLAY '** MERCHTXN-IN FILE IS NOT OK **'
              DISPLAY '** MERCHTXN-IN: ' WS-MERCHTXN-IN-STATUS
              MOVE '6000-OPEN-MERCHTXN-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6100-OPEN-MERCH-MAST.
           OPEN I-O MERCH-MAST.
           IF MERCH-MAST-NO-FILE
              OPEN OUTPUT MERCH-MAST
              IF MERCH-MAST-OK
                 CLOSE MERCH-MAST
                 OPEN I-O MERCH-MAST
              END-IF
           END-IF
           IF NOT MERCH-MAST-OK
              DISPLAY '** MERCH-MAST FILE IS NOT OK **'
              DISPLAY '** MERCH-MAST: ' WS-MERCH-MAST-STATUS
              MOVE '6100-OPEN-MERCH-MAST' TO EL-PARAGRAPH
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
           MOVE 'MERCHMNT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
