      *  Project     : ADJUSTMENT REVIEW                               *
      *                                                                *
      *  Function    : APPLY SUPERVISOR APPROVE/REJECT DECISIONS FROM  *
      *                THE ADJTXN TRANSACTION FILE AGAINST THE         *
      *                PENDING-ADJUSTMENTS FILE, STAMPING THE          *
      *                APPROVING OPERATOR INTO THE RECORD. A VALUE     *
      *                TOLERANCE PARAMETER AUTO-APPROVES SMALL         *
      *                ADJUSTMENTS (PRICE TIMES QUANTITY WITHIN THE    *
      *                TOLERANCE). UNRESOLVED AND REJECTED ADJUSTMENTS *
      *                AGE BY ONE REVIEW CYCLE EACH RUN. WRITES        *
      *                ADJPENDN (COPIED BACK OVER ADJPEND BY THE NEXT  *
      *                JOB STEP) AND A REVIEW REGISTER OF WHO APPROVED *
      *                WHAT - THE SAME SHAPE AS PRCREVW. A DECISION BY *
      *                THE OPERATOR WHO ORIGINATED THE ADJUSTMENT, OR  *
      *                BY THE ORIGINATOR'S DELEGATE ON THE OPERSEC     *
      *                SECURITY FILE, IS REFUSED - THE ADJUSTMENT      *
      *                STAYS PENDING AND AGES - AND THE ATTEMPT IS     *
      *                LOGGED ON SODEXC FOR THE SODRPT                 *
      *                SEGREGATION-OF-DUTIES REPORT.                   *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
           FILE STATUS IS WS-PEND-OUT-STATUS.
           SELECT PRINT-OUT ASSIGN TO ADJRRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
           SELECT OPERSEC-IN ASSIGN TO OPERSEC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERSEC-STATUS.
           SELECT SODEXC-OUT ASSIGN TO SODEXC
           FILE STATUS IS WS-SODEXC-STATUS.
      *
       DATA DIVISION.
      *
       FD PEND-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
           COPY ADJPENDR.
      *
       FD ADJTXN-IN
       FD PEND-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01 PEND-OUT-RECORD                    PIC X(60).
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 92 CHARACTERS.
       01 PRINT-OUT-RECORD                   PIC X(92).
      *
       FD OPERSEC-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.
           COPY OPERSECR.
      *
       FD SODEXC-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
           COPY SODEXCR.
      *
       WORKING-STORAGE SECTION.
      *
           88 PEND-OUT-OK                    VALUE "00".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-OPERSEC-STATUS                  PIC X(2).
           88 OPERSEC-OK                     VALUE "00".
           88 OPERSEC-NOT-FOUND              VALUE "23".
           88 OPERSEC-NO-FILE                VALUE "35".
       01 WS-SODEXC-STATUS                   PIC X(2).
           88 SODEXC-OK                      VALUE "00".
           88 SODEXC-NOT-FOUND               VALUE "35".
       01 WS-SOD-OK                          PIC X VALUE 'Y'.
           88 SOD-OK                         VALUE 'Y'.
       01 WS-SOD-REASON                      PIC X VALUE SPACE.
      *
       01 WS-RUN-DATE                        PIC 9(8) VALUE 0.
       01 WS-RUN-TIME                        PIC 9(8) VALUE 0.
       01 WS-TOLERANCE                       PIC 9(5)V99 VALUE 0.
       01 WS-ADJ-VALUE                       PIC 9(9)V99 VALUE 0.
      *
       01 WS-AUTO-APPROVED-COUNT             PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01 WS-UNRESOLVED-COUNT                PIC 9(5) VALUE 0.
       01 WS-SELF-APPROVAL-COUNT             PIC 9(5) VALUE 0.
      *
      * Decision table loaded from ADJTXN...
      *

       1000-INITIAL-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM 4600-READ-PARM-IN

           PERFORM 1400-OPEN-OPERSEC-IN

           PERFORM 1450-OPEN-SODEXC-OUT

           PERFORM 1500-LOAD-DECISION-TABLE

           OPEN INPUT PEND-IN

           PERFORM 4000-READ-PEND-IN.

       1400-OPEN-OPERSEC-IN.
           OPEN INPUT OPERSEC-IN
           IF NOT OPERSEC-OK
              DISPLAY '** OPERSEC FILE IS NOT OK **'
              DISPLAY '** OPERSEC: ' WS-OPERSEC-STATUS
              MOVE '1400-OPEN-OPERSEC-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       1450-OPEN-SODEXC-OUT.
           OPEN EXTEND SODEXC-OUT
           IF SODEXC-NOT-FOUND
              OPEN OUTPUT SODEXC-OUT
           END-IF
           IF NOT SODEXC-OK
              DISPLAY '** SODEXC FILE IS NOT OK **'
              DISPLAY '** SODEXC: ' WS-SODEXC-STATUS
              MOVE '1450-OPEN-SODEXC-OUT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       1500-LOAD-DECISION-TABLE.
           OPEN INPUT ADJTXN-IN
           IF ADJTXN-IN-NOT-FOUND
                 PERFORM 2200-CHECK-TOLERANCE
              WHEN DT-ITEM(DT) = ADJ-ITEM
                 AND DT-BRANCH(DT) = ADJ-BRANCH
                 PERFORM 2260-CHECK-SEGREGATION
                 IF NOT SOD-OK
                    ADD 1 TO WS-SELF-APPROVAL-COUNT
                    PERFORM 2400-WRITE-SOD-EXCEPTION
                    PERFORM 5360-REPORT-LINE-SELF
                    PERFORM 2300-AGE-RECORD
                 ELSE
                    IF DT-DECISION(DT) = 'A'
                       MOVE 'A' TO ADJ-STATUS
                       MOVE WS-RUN-DATE TO ADJ-DECISION-DATE
                       MOVE DT-OPERATOR(DT) TO ADJ-APPROVER
                       ADD 1 TO WS-APPROVED-COUNT
                       PERFORM 5000-REPORT-LINE-APPROVED
                    ELSE
                       MOVE 'R' TO ADJ-STATUS
                       MOVE WS-RUN-DATE TO ADJ-DECISION-DATE
                       MOVE DT-OPERATOR(DT) TO ADJ-APPROVER
                       ADD 1 TO WS-REJECTED-COUNT
                       PERFORM 5100-REPORT-LINE-REJECTED
                    END-IF
                 END-IF
           END-SEARCH.

       2260-CHECK-SEGREGATION.
      *    Nobody decides on an adjustment they keyed themselves, nor
      *    on one keyed by an operator who has named them as delegate.
           MOVE 'Y' TO WS-SOD-OK
           MOVE SPACE TO WS-SOD-REASON
           IF ADJ-ORIGINATOR NOT = SPACES
              IF DT-OPERATOR(DT) = ADJ-ORIGINATOR
                 MOVE 'N' TO WS-SOD-OK
                 MOVE 'S' TO WS-SOD-REASON
              ELSE
                 MOVE ADJ-ORIGINATOR TO OPER-ID
                 READ OPERSEC-IN
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF OPER-DELEGATE = DT-OPERATOR(DT)
                          MOVE 'N' TO WS-SOD-OK
                          MOVE 'D' TO WS-SOD-REASON
                       END-IF
                 END-READ
              END-IF
           END-IF.

       2200-CHECK-TOLERANCE.
           COMPUTE WS-ADJ-VALUE = ADJ-PRICE * ADJ-QUANTITY
           IF WS-TOLERANCE > 0
              PERFORM 5300-REPORT-LINE-AGED
           END-IF.

       2400-WRITE-SOD-EXCEPTION.
           MOVE WS-RUN-DATE TO SOD-DATE
           MOVE WS-RUN-TIME TO SOD-TIME
           MOVE 'ADJREVW' TO SOD-PROGRAM
           MOVE 'ADJPEND' TO SOD-FILE
           MOVE ADJ-ITEM TO SOD-ITEM
           MOVE ADJ-BRANCH TO SOD-BRANCH
           MOVE DT-DECISION(DT) TO SOD-DECISION
           MOVE DT-OPERATOR(DT) TO SOD-APPROVER
           MOVE ADJ-ORIGINATOR TO SOD-ORIGINATOR
           MOVE WS-SOD-REASON TO SOD-REASON
           WRITE SOD-EXCEPTION-RECORD
           IF NOT SODEXC-OK
              DISPLAY '** SODEXC WRITE IS NOT OK **'
              DISPLAY '** SODEXC: ' WS-SODEXC-STATUS
              MOVE '2400-WRITE-SOD-EXCEPTION' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       3000-END-PROCESS.
           PERFORM 5400-REPORT-TOTALS

           CLOSE PEND-IN
           CLOSE PEND-OUT
           CLOSE PRINT-OUT
           CLOSE OPERSEC-IN
           CLOSE SODEXC-OUT

           DISPLAY 'PENDING ADJUSTMENTS READ: ' WS-PEND-READ-COUNT
           DISPLAY 'APPROVED: ' WS-APPROVED-COUNT
           DISPLAY 'AUTO-APPROVED: ' WS-AUTO-APPROVED-COUNT
           DISPLAY 'REJECTED: ' WS-REJECTED-COUNT
           DISPLAY 'UNRESOLVED: ' WS-UNRESOLVED-COUNT
           DISPLAY 'SELF-APPROVAL DECISIONS: '
              WS-SELF-APPROVAL-COUNT.

       4000-READ-PEND-IN.
           IF NOT PEND-IN-EOF
           MOVE 'AGED REJECT' TO WS-DET-DISPOSITION
           PERFORM 5900-WRITE-DETAIL.

       5360-REPORT-LINE-SELF.
           IF WS-SOD-REASON = 'D'
              MOVE 'DELEGATE' TO WS-DET-DISPOSITION
           ELSE
              MOVE 'SELF-APPROVAL' TO WS-DET-DISPOSITION
           END-IF
           MOVE ADJ-ITEM TO WS-DET-ITEM
           MOVE ADJ-BRANCH TO WS-DET-BRANCH
           MOVE ADJ-REASON TO WS-DET-REASON
           COMPUTE WS-ADJ-VALUE = ADJ-PRICE * ADJ-QUANTITY
           MOVE WS-ADJ-VALUE TO WS-DET-VALUE
           MOVE DT-OPERATOR(DT) TO WS-DET-APPROVER
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5900-WRITE-DETAIL.
           MOVE ADJ-ITEM TO WS-DET-ITEM
           MOVE ADJ-BRANCH TO WS-DET-BRANCH
           MOVE 'UNRESOLVED:               ' TO WS-TOT-TEXT
           MOVE WS-UNRESOLVED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'SELF-APPROVAL DECISIONS:  ' TO WS-TOT-TEXT
           MOVE WS-SELF-APPROVAL-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       9999-ABEND.
