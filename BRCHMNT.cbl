      *                DELETES AGAINST THE BRANCHES INDEXED MASTER     *
      *                READ BY EX6 AND BRCHINQ. WRITES BEFORE/AFTER    *
      *                IMAGES TO AN AUDIT FILE, PRODUCES AN APPLIED/   *
      *                REJECTED MAINTENANCE REPORT, AND CAN ALSO DO AN *
      *                INITIAL BULK LOAD FROM A SEQUENTIAL SOURCE      *
      *                (BRCHLOAD) WITH FULL EDIT CHECKING. THE BULK    *
      *                LOAD RUNS FIRST WHEN A BRCHLOAD FILE IS         *
      *                PRESENT; TRANSACTIONS ARE THEN APPLIED WHEN A   *
      *                BRCHTXN FILE IS PRESENT. EVERY LOAD, ADD AND    *
      *                REGION-CHANGING CHANGE APPENDS AN               *
      *                EFFECTIVE-DATED ENTRY TO THE BRRGHST REGION     *
      *                HISTORY (NOT ON A TRIAL RUN). A LIVE RUN CLAIMS *
      *                THE BRANCHES LOCK ON THE MSTLOCK CONTROL FILE   *
      *                AND ENDS WITH RETURN CODE 8, UPDATING NOTHING,  *
      *                WHILE THE DRIVER CHAIN OR ANOTHER JOB HOLDS IT. *
      *                EACH TRANSACTION CARRIES THE OPERATOR WHO KEYED *
      *                IT, STAMPED ON ITS AUDIT IMAGE FOR THE MNTHIST  *
      *                MAINTENANCE HISTORY.                            *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
           FILE STATUS IS WS-REGION-IN-STATUS.
           SELECT AUDIT-OUT ASSIGN TO BRCHAUD
           FILE STATUS IS WS-AUDIT-OUT-STATUS.
           SELECT REGHIST-OUT ASSIGN TO BRRGHST
           FILE STATUS IS WS-REGHIST-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT TRIAL-OUT ASSIGN TO BRCHTRL
       FD BRCHTXN-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 94 CHARACTERS.
       01 BRCHTXN-RECORD.
           05 TX-ACTION                      PIC X(1).
              88 TX-ADD                      VALUE 'A'.
           05 TX-BRANCH-STATUS               PIC X(1).
           05 TX-BRANCH-OPEN-DATE            PIC 9(8).
           05 TX-BRANCH-CLOSE-DATE           PIC 9(8).
           05 TX-OPERATOR                    PIC X(8).
      *
       FD BRCHLOAD-IN
           BLOCK CONTAINS 0 RECORDS
       FD AUDIT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 183 CHARACTERS.
       01 AUDIT-OUT-RECORD.
           05 AUD-ACTION                     PIC X(1).
           05 AUD-BRANCH-NO                  PIC X(4).
           05 AUD-BEFORE-IMAGE               PIC X(85).
           05 AUD-AFTER-IMAGE                PIC X(85).
           05 AUD-OPERATOR                   PIC X(8).
      *
       FD REGHIST-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY BRRGHSTR.
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
       FD TRIAL-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 94 CHARACTERS.
       01 TRIAL-OUT-RECORD                   PIC X(94).
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
           88 BRANCH-MAST-DUP-KEY            VALUE "22".
       01 WS-AUDIT-OUT-STATUS                PIC X(2).
           88 AUDIT-OUT-OK                   VALUE "00".
       01 WS-REGHIST-STATUS                  PIC X(2).
           88 REGHIST-OK                     VALUE "00".
           88 REGHIST-NOT-FOUND              VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-TXN-VALID                       PIC X VALUE 'Y'.
      *
       01 WS-REJECT-REASON                   PIC X(30) VALUE SPACES.
       01 WS-BEFORE-IMAGE                    PIC X(85) VALUE SPACES.
       01 WS-BEFORE-RECORD REDEFINES WS-BEFORE-IMAGE.
          05 FILLER                          PIC X(34).
          05 WS-BEFORE-REGION                PIC X(2).
          05 FILLER                          PIC X(49).
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(35)   VALUE
             10 FILLER                       PIC X(61)   VALUE SPACES.
      *
       COPY ERRLOGL.
       COPY MSTLOCKL.

       PROCEDURE DIVISION.
      *
       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL

           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

           IF NOT TRIAL-RUN
              PERFORM 1050-CLAIM-MASTER-LOCK
           END-IF

           IF TRIAL-RUN
              DISPLAY 'TRIAL RUN - BRANCH MASTER WILL NOT BE '
                 'UPDATED'

           PERFORM 6200-OPEN-AUDIT-OUT

           IF NOT TRIAL-RUN
              PERFORM 6250-OPEN-REGHIST-OUT
           END-IF

           PERFORM 6300-OPEN-PRINT-OUT

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
              PERFORM 4000-READ-BRCHTXN-IN
           END-IF.

       1050-CLAIM-MASTER-LOCK.
      *    The master is left alone while the nightly chain or
      *    another maintenance run holds its lock.
           SET MK-CLAIM TO TRUE
           MOVE 'BRANCHES' TO MK-MASTER
           MOVE 'BRCHMNT' TO MK-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO MK-RUN-NUMBER
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF MK-FILE-ERROR
              DISPLAY '** MASTER LOCK FILE IS NOT OK **'
              MOVE '1050-CLAIM-MASTER-LOCK' TO EL-PARAGRAPH
              MOVE 'MSTLOCK' TO EL-FILE-NAME
              PERFORM 9999-ABEND
           END-IF
           IF MK-LOCKED
              DISPLAY '** BRANCHES IS LOCKED BY ' MK-HOLDER ' RUN '
                 MK-HOLDER-RUN ' SINCE ' MK-LOCK-DATE ' '
                 MK-LOCK-TIME ' - NOTHING UPDATED **'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-MAIN-PROCESS.
           IF BRCHTXN-IN-OK
              ADD 1 TO WS-TXN-COUNT
              ADD 1 TO WS-APPLIED-COUNT
              MOVE SPACES TO WS-BEFORE-IMAGE
              PERFORM 5200-WRITE-AUDIT
              PERFORM 5250-WRITE-REGION-HIST
              PERFORM 5000-REPORT-APPLIED
           ELSE
              IF BRANCH-MAST-DUP-KEY
                 IF BRANCH-MAST-OK
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM 5200-WRITE-AUDIT
                    IF BRANCH-REGION NOT = WS-BEFORE-REGION
                       PERFORM 5250-WRITE-REGION-HIST
                    END-IF
                    PERFORM 5000-REPORT-APPLIED
                 ELSE
                    DISPLAY '** BRANCH-MAST REWRITE IS NOT OK **'
              MOVE BRANCH-NO TO AUD-BRANCH-NO
              MOVE SPACES TO AUD-BEFORE-IMAGE
              MOVE BRANCH-RECORD TO AUD-AFTER-IMAGE
              MOVE SPACES TO AUD-OPERATOR
              WRITE AUDIT-OUT-RECORD
              MOVE SPACES TO WS-BEFORE-IMAGE
              PERFORM 5250-WRITE-REGION-HIST
              MOVE 'LOAD' TO WS-DET-ACTION
              MOVE LD-BRANCH-NO TO WS-DET-BRANCH
              MOVE 'APPLIED' TO WS-DET-RESULT

           PERFORM 7200-CLOSE-AUDIT-OUT

           IF NOT TRIAL-RUN
              CLOSE REGHIST-OUT
           END-IF

           PERFORM 7300-CLOSE-PRINT-OUT

           IF NOT TRIAL-RUN
              PERFORM 7900-RELEASE-MASTER-LOCK
           END-IF

           DISPLAY 'LOAD RECORDS READ: ' WS-LOAD-COUNT
           DISPLAY 'LOAD RECORDS APPLIED: ' WS-LOAD-APPLIED-COUNT
           DISPLAY 'LOAD RECORDS REJECTED: ' WS-LOAD-REJECTED-COUNT
           MOVE TX-BRANCH-NO TO AUD-BRANCH-NO
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE BRANCH-RECORD TO AUD-AFTER-IMAGE
           MOVE TX-OPERATOR TO AUD-OPERATOR
           WRITE AUDIT-OUT-RECORD.

       5250-WRITE-REGION-HIST.
      *    The region in force from today; the region the branch
      *    left is carried so a restatement can show the move.
           MOVE BRANCH-NO TO RGH-BRANCH-NO
           MOVE WS-BUSINESS-DATE TO RGH-EFFECTIVE-DATE
           MOVE BRANCH-REGION TO RGH-REGION
           MOVE WS-BEFORE-REGION TO RGH-PREV-REGION
           MOVE AUD-ACTION TO RGH-ACTION
           MOVE WS-RUN-NUMBER TO RGH-RUN-NUMBER
           WRITE BRANCH-REGION-HIST-RECORD
           IF NOT REGHIST-OK
              DISPLAY '** REGHIST-OUT WRITE IS NOT OK **'
              DISPLAY '** REGHIST-OUT: ' WS-REGHIST-STATUS
              MOVE '5250-WRITE-REGION-HIST' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       5300-REPORT-TOTALS.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
              PERFORM 9999-ABEND
           END-IF.

       6250-OPEN-REGHIST-OUT.
      *    Region history is cumulative across runs.
           OPEN EXTEND REGHIST-OUT
           IF REGHIST-NOT-FOUND
              OPEN OUTPUT REGHIST-OUT
           END-IF
           IF NOT REGHIST-OK
              DISPLAY '** REGHIST-OUT FILE IS NOT OK **'
              DISPLAY '** REGHIST-OUT: ' WS-REGHIST-STATUS
              MOVE '6250-OPEN-REGHIST-OUT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6300-OPEN-PRINT-OUT.
           OPEN OUTPUT PRINT-OUT.
           IF NOT PRINT-OUT-OK
              END-READ
              IF RUNCTL-OK
                 MOVE RC-TRIAL-FLAG TO WS-TRIAL-FLAG
                 MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER
                 MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
              END-IF
              CLOSE RUNCTL-IN
           END-IF.

       7900-RELEASE-MASTER-LOCK.
           SET MK-RELEASE TO TRUE
           MOVE 'BRANCHES' TO MK-MASTER
           MOVE 'BRCHMNT' TO MK-PROGRAM-ID
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF NOT MK-DONE
              DISPLAY '** WARNING: LOCK ON BRANCHES NOT RELEASED - '
                 'FREE IT WITH LOCKCTL **'
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-ABEND.
           MOVE 'BRCHMNT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
