      *                A TRANSACTION FILE AGAINST THE PENDING PRICE-   *
      *                CHANGES FILE. EVERY DECISION CARRIES THE        *
      *                OPERATOR WHO MADE IT, VALIDATED AGAINST THE     *
      *                OPERSEC SECURITY FILE - AN UNKNOWN, INACTIVE OR *
      *                UNDER-AUTHORISED OPERATOR'S DECISION IS         *
      *                REJECTED ONTO THE REGISTER (SUPERVISOR LEVEL IS *
      *                NEEDED TO APPROVE A MOVEMENT ABOVE THE          *
      *                AUTHORISATION THRESHOLD) AND THE APPROVING      *
      *                OPERATOR IS STAMPED INTO THE PENDING RECORD. A  *
      *                TOLERANCE PARAMETER AUTO-APPROVES PENDING       *
      *                CHANGES WHOSE MOVEMENT IS WITHIN THE TOLERANCE. *
      *                UNRESOLVED AND REJECTED CHANGES AGE BY ONE      *
      *                REVIEW CYCLE EACH RUN SO THEY CAN BE CHASED.    *
      *                WRITES PRCPENDN (COPIED BACK OVER PRCPEND BY    *
      *                THE NEXT JOB STEP) AND A REVIEW REGISTER. A     *
      *                DECISION BY THE OPERATOR WHO ORIGINATED THE     *
      *                CHANGE, OR BY THE ORIGINATOR'S OPERSEC          *
      *                DELEGATE, IS REFUSED - THE CHANGE STAYS PENDING *
      *                AND AGES - AND THE ATTEMPT IS LOGGED ON SODEXC  *
      *                FOR THE SODRPT SEGREGATION-OF-DUTIES REPORT.    *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
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
           RECORD CONTAINS 56 CHARACTERS.
           COPY PRCPENDR.
      *
       FD PRCTXN-IN
       FD PEND-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
       01 PEND-OUT-RECORD                    PIC X(56).
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
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
           88 OPERSEC-OK                     VALUE "00".
           88 OPERSEC-NOT-FOUND              VALUE "23".
           88 OPERSEC-NO-FILE                VALUE "35".
       01 WS-SODEXC-STATUS                   PIC X(2).
           88 SODEXC-OK                      VALUE "00".
           88 SODEXC-NOT-FOUND               VALUE "35".
       01 WS-AUTH-OK                         PIC X VALUE 'N'.
           88 AUTH-OK                        VALUE 'Y'.
       01 WS-SOD-OK                          PIC X VALUE 'Y'.
           88 SOD-OK                         VALUE 'Y'.
       01 WS-SOD-REASON                      PIC X VALUE SPACE.
      *
       01 WS-RUN-DATE                        PIC 9(8) VALUE 0.
       01 WS-RUN-TIME                        PIC 9(8) VALUE 0.
       01 WS-TOLERANCE                       PIC 9(3)V99 VALUE 0.
       01 WS-SUPV-THRESHOLD                  PIC 9(5)V99 VALUE 0.
       01 WS-PRICE-MOVEMENT                  PIC S9(6)V99 VALUE 0.
       01 WS-REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01 WS-UNRESOLVED-COUNT                PIC 9(5) VALUE 0.
       01 WS-UNAUTHORISED-COUNT              PIC 9(5) VALUE 0.
       01 WS-SELF-APPROVAL-COUNT             PIC 9(5) VALUE 0.
      *
      * Decision table loaded from PRCTXN...
      *

       1000-INITIAL-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-RUN-TIME FROM TIME

           PERFORM 4600-READ-PARM-IN

           PERFORM 1400-OPEN-OPERSEC-IN

           PERFORM 1450-OPEN-SODEXC-OUT

           PERFORM 1500-LOAD-DECISION-TABLE

           OPEN INPUT PEND-IN
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
           OPEN INPUT PRCTXN-IN
           IF PRCTXN-IN-NOT-FOUND
                    PERFORM 5350-REPORT-LINE-UNAUTH
                    PERFORM 2300-AGE-RECORD
                 ELSE
                    PERFORM 2260-CHECK-SEGREGATION
                    IF NOT SOD-OK
                       ADD 1 TO WS-SELF-APPROVAL-COUNT
                       PERFORM 2400-WRITE-SOD-EXCEPTION
                       PERFORM 5360-REPORT-LINE-SELF
                       PERFORM 2300-AGE-RECORD
                    ELSE
                       IF DT-DECISION(DT) = 'A'
                          MOVE 'A' TO PEND-STATUS
                          MOVE WS-RUN-DATE TO PEND-DECISION-DATE
                          MOVE DT-OPERATOR(DT) TO PEND-APPROVER
                          ADD 1 TO WS-APPROVED-COUNT
                          PERFORM 5000-REPORT-LINE-APPROVED
                       ELSE
                          MOVE 'R' TO PEND-STATUS
                          MOVE WS-RUN-DATE TO PEND-DECISION-DATE
                          MOVE DT-OPERATOR(DT) TO PEND-APPROVER
                          ADD 1 TO WS-REJECTED-COUNT
                          PERFORM 5100-REPORT-LINE-REJECTED
                       END-IF
                    END-IF
                 END-IF
           END-SEARCH.
              END-IF
           END-IF.

       2260-CHECK-SEGREGATION.
      *    Nobody decides on a change they raised themselves, nor on
      *    one raised by an operator who has named them as delegate.
           MOVE 'Y' TO WS-SOD-OK
           MOVE SPACE TO WS-SOD-REASON
           IF PEND-ORIGINATOR NOT = SPACES
              IF DT-OPERATOR(DT) = PEND-ORIGINATOR
                 MOVE 'N' TO WS-SOD-OK
                 MOVE 'S' TO WS-SOD-REASON
              ELSE
                 MOVE PEND-ORIGINATOR TO OPER-ID
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
           COMPUTE WS-PRICE-MOVEMENT =
              PEND-NEW-PRICE - PEND-OLD-PRICE
              PERFORM 5300-REPORT-LINE-AGED
           END-IF.

       2400-WRITE-SOD-EXCEPTION.
           MOVE WS-RUN-DATE TO SOD-DATE
           MOVE WS-RUN-TIME TO SOD-TIME
           MOVE 'PRCREVW' TO SOD-PROGRAM
           MOVE 'PRCPEND' TO SOD-FILE
           MOVE PEND-ITEM TO SOD-ITEM
           MOVE SPACES TO SOD-BRANCH
           MOVE DT-DECISION(DT) TO SOD-DECISION
           MOVE DT-OPERATOR(DT) TO SOD-APPROVER
           MOVE PEND-ORIGINATOR TO SOD-ORIGINATOR
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

           DISPLAY 'UNRESOLVED: ' WS-UNRESOLVED-COUNT
           DISPLAY 'UNAUTHORISED DECISIONS: '
              WS-UNAUTHORISED-COUNT
           DISPLAY 'SELF-APPROVAL DECISIONS: '
              WS-SELF-APPROVAL-COUNT

           CLOSE OPERSEC-IN
           CLOSE SODEXC-OUT.

       4000-READ-PEND-IN.
           IF NOT PEND-IN-EOF
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5360-REPORT-LINE-SELF.
           IF WS-SOD-REASON = 'D'
              MOVE 'DELEGATE' TO WS-DET-DISPOSITION
           ELSE
              MOVE 'SELF-APPROVAL' TO WS-DET-DISPOSITION
           END-IF
           MOVE PEND-ITEM TO WS-DET-ITEM
           MOVE PEND-OLD-PRICE TO WS-DET-OLD-PRICE
           MOVE PEND-NEW-PRICE TO WS-DET-NEW-PRICE
           MOVE PEND-AGE-DAYS TO WS-DET-AGE
           MOVE DT-OPERATOR(DT) TO WS-DET-APPROVER
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5900-WRITE-DETAIL.
           MOVE PEND-ITEM TO WS-DET-ITEM
           MOVE PEND-OLD-PRICE TO WS-DET-OLD-PRICE
           MOVE 'UNAUTHORISED DECISIONS:   ' TO WS-TOT-TEXT
           MOVE WS-UNAUTHORISED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'SELF-APPROVAL DECISIONS:  ' TO WS-TOT-TEXT
           MOVE WS-SELF-APPROVAL-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       9999-ABEND.
