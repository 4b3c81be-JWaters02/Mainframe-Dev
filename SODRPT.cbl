       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SODRPT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : SEGREGATION OF DUTIES REPORT                    *
      *                                                                *
      *  Function    : LIST SEGREGATION-OF-DUTIES EXCEPTIONS FOR       *
      *                AUDIT: EVERY REVIEW DECISION ADJREVW OR PRCREVW *
      *                REFUSED BECAUSE THE DECIDING OPERATOR           *
      *                ORIGINATED THE PENDING RECORD OR IS THE         *
      *                ORIGINATOR'S OPERSEC DELEGATE (FROM THE SODEXC  *
      *                LOG), AND EVERY APPROVED OR APPLIED ADJUSTMENT  *
      *                ON ADJPEND AND PRICE CHANGE ON PRCPEND WHOSE    *
      *                APPROVER HAS SINCE BEEN DEACTIVATED OR REMOVED  *
      *                FROM OPERSEC. AN OPTIONAL SODPARM DATE RANGE    *
      *                LIMITS BOTH LISTS TO ATTEMPTS AND DECISIONS IN  *
      *                THE PERIOD. ENDS WITH RETURN CODE 4 WHEN ANY    *
      *                EXCEPTION IS LISTED. WRITES SODRRPT.            *
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
           SELECT PARM-IN ASSIGN TO SODPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT SODEXC-IN ASSIGN TO SODEXC
           FILE STATUS IS WS-SODEXC-STATUS.
           SELECT ADJPEND-IN ASSIGN TO ADJPEND
           FILE STATUS IS WS-PEND-STATUS.
           SELECT PRCPEND-IN ASSIGN TO PRCPEND
           FILE STATUS IS WS-PEND-STATUS.
           SELECT OPERSEC-IN ASSIGN TO OPERSEC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERSEC-STATUS.
           SELECT PRINT-OUT ASSIGN TO SODRRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01 PARM-IN-RECORD.
           05 SP-FROM-DATE                   PIC 9(8).
           05 SP-TO-DATE                     PIC 9(8).
      *
       FD SODEXC-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
           COPY SODEXCR.
      *
       FD ADJPEND-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
           COPY ADJPENDR.
      *
       FD PRCPEND-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
           COPY PRCPENDR.
      *
       FD OPERSEC-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.
           COPY OPERSECR.
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01 PRINT-OUT-RECORD                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      * Flags...
      *
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PARM-IN-EOF                    VALUE "10".
           88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-SODEXC-STATUS                   PIC X(2).
           88 SODEXC-OK                      VALUE "00".
           88 SODEXC-EOF                     VALUE "10".
           88 SODEXC-NOT-FOUND               VALUE "35".
       01 WS-PEND-STATUS                     PIC X(2).
           88 PEND-OK                        VALUE "00".
           88 PEND-EOF                       VALUE "10".
           88 PEND-NOT-FOUND                 VALUE "35".
       01 WS-OPERSEC-STATUS                  PIC X(2).
           88 OPERSEC-OK                     VALUE "00".
           88 OPERSEC-NOT-FOUND              VALUE "23".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
      *
      * Variables...
      *
       01 WS-FROM-DATE                       PIC 9(8) VALUE 0.
       01 WS-TO-DATE                         PIC 9(8) VALUE 99999999.
       01 WS-CUR-FILE                        PIC X(8) VALUE SPACES.
       01 WS-CUR-ITEM                        PIC X(6) VALUE SPACES.
       01 WS-CUR-BRANCH                      PIC X(4) VALUE SPACES.
       01 WS-CUR-STATUS                      PIC X(1) VALUE SPACE.
       01 WS-CUR-DECISION-DATE               PIC 9(8) VALUE 0.
       01 WS-CUR-APPROVER                    PIC X(8) VALUE SPACES.
       01 WS-CUR-ORIGINATOR                  PIC X(8) VALUE SPACES.
       01 WS-TIME-WORK                       PIC 9(8) VALUE 0.
       01 WS-TIME-WORK-RED                   REDEFINES WS-TIME-WORK.
          05 WS-TIME-HH                      PIC 99.
          05 WS-TIME-MM                      PIC 99.
          05 WS-TIME-SS                      PIC 99.
          05 FILLER                          PIC 99.
      *
      * Counters...
      *
       01 WS-SODEXC-READ-COUNT               PIC 9(7) VALUE 0.
       01 WS-ATTEMPT-COUNT                   PIC 9(7) VALUE 0.
       01 WS-PEND-READ-COUNT                 PIC 9(7) VALUE 0.
       01 WS-LAPSED-COUNT                    PIC 9(7) VALUE 0.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'SEGREGATION OF DUTIES EXCEPTIONS'.
             10 FILLER                       PIC X(6)    VALUE
                'FROM: '.
             10 WS-H1-FROM                   PIC 9(8).
             10 FILLER                       PIC X(6)    VALUE
                '  TO: '.
             10 WS-H1-TO                     PIC 9(8).
             10 FILLER                       PIC X(64)   VALUE SPACES.
          05 WS-ATTEMPT-TITLE-MSG            PIC X(132)  VALUE
             'ATTEMPTED SELF-APPROVALS (REFUSED BY ADJREVW/PRCREVW)'.
          05 WS-ATTEMPT-HEADER-MSG.
             10 FILLER                       PIC X(10)   VALUE 'DATE'.
             10 FILLER                       PIC X(10)   VALUE 'TIME'.
             10 FILLER                       PIC X(10)   VALUE
                'PROGRAM'.
             10 FILLER                       PIC X(10)   VALUE 'FILE'.
             10 FILLER                       PIC X(8)    VALUE 'ITEM'.
             10 FILLER                       PIC X(8)    VALUE
                'BRANCH'.
             10 FILLER                       PIC X(10)   VALUE
                'DECISION'.
             10 FILLER                       PIC X(10)   VALUE
                'OPERATOR'.
             10 FILLER                       PIC X(12)   VALUE
                'ORIGINATOR'.
             10 FILLER                       PIC X(8)    VALUE
                'REASON'.
             10 FILLER                       PIC X(36)   VALUE SPACES.
          05 WS-ATTEMPT-LINE.
             10 WS-AT-DATE                   PIC 9(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-AT-TIME.
                15 WS-AT-HH                  PIC 99.
                15 FILLER                    PIC X       VALUE ':'.
                15 WS-AT-MM                  PIC 99.
                15 FILLER                    PIC X       VALUE ':'.
                15 WS-AT-SS                  PIC 99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-AT-PROGRAM                PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-AT-FILE                   PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-AT-ITEM                   PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-AT-BRANCH                 PIC X(4).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-AT-DECISION               PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-AT-APPROVER               PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-AT-ORIGINATOR             PIC X(8).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-AT-REASON                 PIC X(8).
             10 FILLER                       PIC X(36)   VALUE SPACES.
          05 WS-LAPSED-TITLE-MSG             PIC X(132)  VALUE
             'APPROVALS BY OPERATORS NO LONGER ACTIVE ON OPERSEC'.
          05 WS-LAPSED-HEADER-MSG.
             10 FILLER                       PIC X(10)   VALUE 'FILE'.
             10 FILLER                       PIC X(8)    VALUE 'ITEM'.
             10 FILLER                       PIC X(8)    VALUE
                'BRANCH'.
             10 FILLER                       PIC X(10)   VALUE
                'DECIDED'.
             10 FILLER                       PIC X(10)   VALUE
                'STATUS'.
             10 FILLER                       PIC X(10)   VALUE
                'APPROVER'.
             10 FILLER                       PIC X(12)   VALUE
                'ORIGINATOR'.
             10 FILLER                       PIC X(16)   VALUE
                'APPROVER NOW'.
             10 FILLER                       PIC X(48)   VALUE SPACES.
          05 WS-LAPSED-LINE.
             10 WS-LP-FILE                   PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-LP-ITEM                   PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-LP-BRANCH                 PIC X(4).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-LP-DECISION-DATE          PIC 9(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-LP-STATUS                 PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-LP-APPROVER               PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-LP-ORIGINATOR             PIC X(8).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-LP-NOTE                   PIC X(16).
             10 FILLER                       PIC X(48)   VALUE SPACES.
          05 WS-NOTE-LINE.
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-NOTE-TEXT                 PIC X(60).
             10 FILLER                       PIC X(68)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-TEXT                  PIC X(40).
             10 WS-TOT-VALUE                 PIC Z(6)9.
             10 FILLER                       PIC X(85)   VALUE SPACES.
      *
       COPY ERRLOGL.
      *
       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-LIST-ATTEMPTS

           PERFORM 2500-LIST-LAPSED-APPROVALS

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4600-READ-PARM-IN

           OPEN INPUT OPERSEC-IN
           IF NOT OPERSEC-OK
              DISPLAY '** OPERSEC FILE IS NOT OK **'
              DISPLAY '** OPERSEC: ' WS-OPERSEC-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           MOVE WS-FROM-DATE TO WS-H1-FROM
           MOVE WS-TO-DATE TO WS-H1-TO
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       2000-LIST-ATTEMPTS.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-ATTEMPT-TITLE-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-ATTEMPT-HEADER-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           OPEN INPUT SODEXC-IN
           IF SODEXC-NOT-FOUND
              MOVE 'NO SODEXC LOG - NO REVIEW HAS REFUSED A DECISION'
                 TO WS-NOTE-TEXT
              MOVE WS-NOTE-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           ELSE
              IF NOT SODEXC-OK
                 DISPLAY '** SODEXC FILE IS NOT OK **'
                 DISPLAY '** SODEXC: ' WS-SODEXC-STATUS
                 MOVE '2000-LIST-ATTEMPTS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 2100-LIST-ONE-ATTEMPT UNTIL SODEXC-EOF
              CLOSE SODEXC-IN
              IF WS-ATTEMPT-COUNT = 0
                 MOVE 'NONE IN THE PERIOD' TO WS-NOTE-TEXT
                 MOVE WS-NOTE-LINE TO PRINT-OUT-RECORD
                 WRITE PRINT-OUT-RECORD
              END-IF
           END-IF.

       2100-LIST-ONE-ATTEMPT.
           READ SODEXC-IN
              AT END CONTINUE
           END-READ
           IF SODEXC-OK
              ADD 1 TO WS-SODEXC-READ-COUNT
              IF SOD-DATE NOT < WS-FROM-DATE
                 AND SOD-DATE NOT > WS-TO-DATE
                 PERFORM 5000-PRINT-ATTEMPT
              END-IF
           ELSE
              IF NOT SODEXC-EOF
                 DISPLAY '** SODEXC FILE IS NOT OK **'
                 DISPLAY '** SODEXC: ' WS-SODEXC-STATUS
                 MOVE '2100-LIST-ONE-ATTEMPT' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2500-LIST-LAPSED-APPROVALS.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-LAPSED-TITLE-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-LAPSED-HEADER-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE 'ADJPEND' TO WS-CUR-FILE
           OPEN INPUT ADJPEND-IN
           IF PEND-NOT-FOUND
              PERFORM 5200-PRINT-FILE-ABSENT
           ELSE
              IF NOT PEND-OK
                 DISPLAY '** ADJPEND FILE IS NOT OK **'
                 DISPLAY '** ADJPEND: ' WS-PEND-STATUS
                 MOVE '2500-LIST-LAPSED-APPROVALS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 2600-CHECK-ONE-ADJPEND UNTIL PEND-EOF
              CLOSE ADJPEND-IN
           END-IF

           MOVE 'PRCPEND' TO WS-CUR-FILE
           OPEN INPUT PRCPEND-IN
           IF PEND-NOT-FOUND
              PERFORM 5200-PRINT-FILE-ABSENT
           ELSE
              IF NOT PEND-OK
                 DISPLAY '** PRCPEND FILE IS NOT OK **'
                 DISPLAY '** PRCPEND: ' WS-PEND-STATUS
                 MOVE '2500-LIST-LAPSED-APPROVALS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 2700-CHECK-ONE-PRCPEND UNTIL PEND-EOF
              CLOSE PRCPEND-IN
           END-IF

           IF WS-LAPSED-COUNT = 0
              MOVE 'NONE IN THE PERIOD' TO WS-NOTE-TEXT
              MOVE WS-NOTE-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF.

       2600-CHECK-ONE-ADJPEND.
           READ ADJPEND-IN
              AT END CONTINUE
           END-READ
           IF PEND-OK
              ADD 1 TO WS-PEND-READ-COUNT
              IF ADJ-APPROVED OR ADJ-APPLIED
                 MOVE ADJ-ITEM TO WS-CUR-ITEM
                 MOVE ADJ-BRANCH TO WS-CUR-BRANCH
                 MOVE ADJ-STATUS TO WS-CUR-STATUS
                 MOVE ADJ-DECISION-DATE TO WS-CUR-DECISION-DATE
                 MOVE ADJ-APPROVER TO WS-CUR-APPROVER
                 MOVE ADJ-ORIGINATOR TO WS-CUR-ORIGINATOR
                 PERFORM 2800-CHECK-APPROVER
              END-IF
           ELSE
              IF NOT PEND-EOF
                 DISPLAY '** ADJPEND FILE IS NOT OK **'
                 DISPLAY '** ADJPEND: ' WS-PEND-STATUS
                 MOVE '2600-CHECK-ONE-ADJPEND' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2700-CHECK-ONE-PRCPEND.
           READ PRCPEND-IN
              AT END CONTINUE
           END-READ
           IF PEND-OK
              ADD 1 TO WS-PEND-READ-COUNT
              IF PEND-APPROVED OR PEND-APPLIED
                 MOVE PEND-ITEM TO WS-CUR-ITEM
                 MOVE SPACES TO WS-CUR-BRANCH
                 MOVE PEND-STATUS TO WS-CUR-STATUS
                 MOVE PEND-DECISION-DATE TO WS-CUR-DECISION-DATE
                 MOVE PEND-APPROVER TO WS-CUR-APPROVER
                 MOVE PEND-ORIGINATOR TO WS-CUR-ORIGINATOR
                 PERFORM 2800-CHECK-APPROVER
              END-IF
           ELSE
              IF NOT PEND-EOF
                 DISPLAY '** PRCPEND FILE IS NOT OK **'
                 DISPLAY '** PRCPEND: ' WS-PEND-STATUS
                 MOVE '2700-CHECK-ONE-PRCPEND' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2800-CHECK-APPROVER.
      *    Tolerance approvals carry AUTO rather than an operator, and
      *    decisions taken before the approver stamp carry nothing.
           IF WS-CUR-APPROVER NOT = SPACES
              AND WS-CUR-APPROVER NOT = 'AUTO'
              AND WS-CUR-DECISION-DATE NOT < WS-FROM-DATE
              AND WS-CUR-DECISION-DATE NOT > WS-TO-DATE
              MOVE WS-CUR-APPROVER TO OPER-ID
              READ OPERSEC-IN
                 INVALID KEY
                    MOVE 'NOT ON OPERSEC' TO WS-LP-NOTE
                    PERFORM 5100-PRINT-LAPSED
                 NOT INVALID KEY
                    IF NOT OPER-ACTIVE
                       MOVE 'DEACTIVATED' TO WS-LP-NOTE
                       PERFORM 5100-PRINT-LAPSED
                    END-IF
              END-READ
           END-IF.

       3000-END-PROCESS.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'ATTEMPTED SELF-APPROVALS:' TO WS-TOT-TEXT
           MOVE WS-ATTEMPT-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'APPROVALS BY OPERATORS NO LONGER ACTIVE:'
              TO WS-TOT-TEXT
           MOVE WS-LAPSED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           CLOSE OPERSEC-IN
           CLOSE PRINT-OUT

           DISPLAY 'SODEXC ENTRIES READ: ' WS-SODEXC-READ-COUNT
           DISPLAY 'PENDING RECORDS READ: ' WS-PEND-READ-COUNT
           DISPLAY 'ATTEMPTED SELF-APPROVALS: ' WS-ATTEMPT-COUNT
           DISPLAY 'APPROVALS BY OPERATORS NO LONGER ACTIVE: '
              WS-LAPSED-COUNT

           IF WS-ATTEMPT-COUNT > 0 OR WS-LAPSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       4600-READ-PARM-IN.
      *    Without SODPARM the whole log and every decision is listed;
      *    zero dates leave that end of the range open.
           OPEN INPUT PARM-IN
           IF PARM-IN-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT PARM-IN-OK
                 DISPLAY '** SODPARM FILE IS NOT OK **'
                 DISPLAY '** SODPARM: ' WS-PARM-IN-STATUS
                 MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              READ PARM-IN
                 AT END SET PARM-IN-EOF TO TRUE
              END-READ
              IF PARM-IN-OK
                 IF SP-FROM-DATE NOT NUMERIC
                    OR SP-TO-DATE NOT NUMERIC
                    DISPLAY '** SODPARM DATE RANGE INVALID **'
                    DISPLAY '** SODPARM: ' PARM-IN-RECORD
                    MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 MOVE SP-FROM-DATE TO WS-FROM-DATE
                 IF SP-TO-DATE NOT = 0
                    MOVE SP-TO-DATE TO WS-TO-DATE
                 END-IF
              END-IF
              CLOSE PARM-IN
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
              DISPLAY '** SODPARM FROM DATE IS AFTER TO DATE **'
              DISPLAY '** SODPARM: ' PARM-IN-RECORD
              MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       5000-PRINT-ATTEMPT.
           ADD 1 TO WS-ATTEMPT-COUNT
           MOVE SOD-DATE TO WS-AT-DATE
           MOVE SOD-TIME TO WS-TIME-WORK
           MOVE WS-TIME-HH TO WS-AT-HH
           MOVE WS-TIME-MM TO WS-AT-MM
           MOVE WS-TIME-SS TO WS-AT-SS
           MOVE SOD-PROGRAM TO WS-AT-PROGRAM
           MOVE SOD-FILE TO WS-AT-FILE
           MOVE SOD-ITEM TO WS-AT-ITEM
           MOVE SOD-BRANCH TO WS-AT-BRANCH
           IF SOD-DECISION = 'A'
              MOVE 'APPROVE' TO WS-AT-DECISION
           ELSE
              MOVE 'REJECT' TO WS-AT-DECISION
           END-IF
           MOVE SOD-APPROVER TO WS-AT-APPROVER
           MOVE SOD-ORIGINATOR TO WS-AT-ORIGINATOR
           IF SOD-DELEGATE-APPROVAL
              MOVE 'DELEGATE' TO WS-AT-REASON
           ELSE
              MOVE 'SELF' TO WS-AT-REASON
           END-IF
           MOVE WS-ATTEMPT-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-PRINT-LAPSED.
           ADD 1 TO WS-LAPSED-COUNT
           MOVE WS-CUR-FILE TO WS-LP-FILE
           MOVE WS-CUR-ITEM TO WS-LP-ITEM
           MOVE WS-CUR-BRANCH TO WS-LP-BRANCH
           MOVE WS-CUR-DECISION-DATE TO WS-LP-DECISION-DATE
           IF WS-CUR-STATUS = 'D'
              MOVE 'APPLIED' TO WS-LP-STATUS
           ELSE
              MOVE 'APPROVED' TO WS-LP-STATUS
           END-IF
           MOVE WS-CUR-APPROVER TO WS-LP-APPROVER
           MOVE WS-CUR-ORIGINATOR TO WS-LP-ORIGINATOR
           MOVE WS-LAPSED-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5200-PRINT-FILE-ABSENT.
           MOVE SPACES TO WS-NOTE-TEXT
           STRING WS-CUR-FILE DELIMITED BY SPACE
                  ' NOT PRESENT - NOT CHECKED' DELIMITED BY SIZE
              INTO WS-NOTE-TEXT
           END-STRING
           MOVE WS-NOTE-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           DISPLAY '** WARNING: ' WS-CUR-FILE ' NOT PRESENT **'.

       9999-ABEND.
           MOVE 'SODRPT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
