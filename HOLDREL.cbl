       IDENTIFICATION DIVISION.
       PROGRAM-ID.   HOLDREL.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : HELD SUBMISSION RELEASE                         *
      *                                                                *
      *  Function    : RELEASE OR DISCARD A BRANCH SUBMISSION THAT     *
      *                SRCMERGE HELD ON THE HOLDQ QUEUE BECAUSE ITS    *
      *                FINGERPRINT MATCHED AN EARLIER DAY'S FILE. THE  *
      *                HOLDPARM PARAMETER GIVES THE ACTION (R RELEASE, *
      *                D DISCARD), THE SOURCE NUMBER AND THE BUSINESS  *
      *                DATE THE FILE WAS HELD UNDER. RELEASED RECORDS  *
      *                ARE APPENDED TO THE LATEQ QUEUE FOR THE NEXT    *
      *                MERGE TO DRAW AS A BACK-DATED STREAM; THE       *
      *                REMAINING HELD RECORDS ARE WRITTEN BACK TO      *
      *                HOLDQ AND A RELEASE REPORT IS PRINTED.          *
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
           SELECT PARM-IN ASSIGN TO HOLDPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT HOLDQ-FILE ASSIGN TO HOLDQ
           FILE STATUS IS WS-HOLDQ-STATUS.
           SELECT HOLDWK-FILE ASSIGN TO HOLDWK
           FILE STATUS IS WS-HOLDWK-STATUS.
           SELECT LATEQ-FILE ASSIGN TO LATEQ
           FILE STATUS IS WS-LATEQ-STATUS.
           SELECT PRINT-OUT ASSIGN TO HOLDRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 12 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-ACTION                    PIC X(1).
              88 PARM-RELEASE                VALUE 'R'.
              88 PARM-DISCARD                VALUE 'D'.
              88 PARM-ACTION-VALID           VALUE 'R', 'D'.
           05 PARM-SOURCE-NO                 PIC 9(3).
           05 PARM-ORIG-DATE                 PIC 9(8).
      *
       FD HOLDQ-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 36 CHARACTERS.
       01 HOLDQ-RECORD.
           05 HQ-SOURCE-NO                   PIC 9(3).
           05 HQ-ORIG-DATE                   PIC 9(8).
           05 HQ-MOVEMENT                    PIC X(25).
      *
       FD HOLDWK-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 36 CHARACTERS.
       01 HOLDWK-RECORD                      PIC X(36).
      *
       FD LATEQ-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 36 CHARACTERS.
       01 LATEQ-RECORD.
           05 LQ-SOURCE-NO                   PIC 9(3).
           05 LQ-ORIG-DATE                   PIC 9(8).
           05 LQ-MOVEMENT                    PIC X(25).
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
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PARM-IN-EOF                    VALUE "10".
           88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-HOLDQ-STATUS                    PIC X(2).
           88 HOLDQ-OK                       VALUE "00".
           88 HOLDQ-EOF                      VALUE "10".
           88 HOLDQ-NOT-FOUND                VALUE "35".
       01 WS-HOLDWK-STATUS                   PIC X(2).
           88 HOLDWK-OK                      VALUE "00".
           88 HOLDWK-EOF                     VALUE "10".
       01 WS-LATEQ-STATUS                    PIC X(2).
           88 LATEQ-OK                       VALUE "00".
           88 LATEQ-NOT-FOUND                VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
      *
      * Variables...
      *
       01 WS-HOLDQ-PRESENT                   PIC X VALUE 'N'.
           88 HOLDQ-PRESENT                  VALUE 'Y'.
       01 WS-ACTION                          PIC X(1) VALUE SPACE.
           88 ACTION-RELEASE                 VALUE 'R'.
       01 WS-SOURCE-NO                       PIC 9(3) VALUE 0.
       01 WS-ORIG-DATE                       PIC 9(8) VALUE 0.
       01 WS-SELECTED-COUNT                  PIC 9(7) VALUE 0.
       01 WS-KEPT-COUNT                      PIC 9(7) VALUE 0.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'HELD SUBMISSION RELEASE REPORT'.
             10 FILLER                       PIC X(52)   VALUE SPACES.
          05 WS-RELEASE-LINE.
             10 FILLER                       PIC X(8)    VALUE
                'SOURCE: '.
             10 WS-RL-SOURCE                 PIC 9(3).
             10 FILLER                       PIC X(17)   VALUE
                '  ORIGINAL DATE: '.
             10 WS-RL-DATE                   PIC 9(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-RL-ACTION                 PIC X(10).
             10 FILLER                       PIC X(2)    VALUE ': '.
             10 WS-RL-COUNT                  PIC Z(6)9.
             10 FILLER                       PIC X(13)   VALUE
                '  STILL HELD:'.
             10 WS-RL-KEPT                   PIC Z(6)9.
             10 FILLER                       PIC X(15)   VALUE SPACES.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-SELECT-ONE-RECORD UNTIL HOLDQ-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 1500-READ-PARM-IN

           OPEN INPUT HOLDQ-FILE
           IF HOLDQ-NOT-FOUND
              DISPLAY '** WARNING: NO HOLDQ FILE - NOTHING IS HELD **'
              SET HOLDQ-EOF TO TRUE
           ELSE
              IF NOT HOLDQ-OK
                 DISPLAY '** HOLDQ FILE IS NOT OK **'
                 DISPLAY '** HOLDQ: ' WS-HOLDQ-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE 'Y' TO WS-HOLDQ-PRESENT
           END-IF

           OPEN OUTPUT HOLDWK-FILE
           IF NOT HOLDWK-OK
              DISPLAY '** HOLDWK FILE IS NOT OK **'
              DISPLAY '** HOLDWK: ' WS-HOLDWK-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           IF ACTION-RELEASE
              OPEN EXTEND LATEQ-FILE
              IF LATEQ-NOT-FOUND
                 OPEN OUTPUT LATEQ-FILE
              END-IF
              IF NOT LATEQ-OK
                 DISPLAY '** LATEQ FILE IS NOT OK **'
                 DISPLAY '** LATEQ: ' WS-LATEQ-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 4000-READ-HOLDQ.

       1500-READ-PARM-IN.
           OPEN INPUT PARM-IN
           IF NOT PARM-IN-OK
              DISPLAY '** HOLDPARM FILE IS NOT OK **'
              DISPLAY '** HOLDPARM: ' WS-PARM-IN-STATUS
              MOVE '1500-READ-PARM-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           READ PARM-IN
              AT END SET PARM-IN-EOF TO TRUE
           END-READ
           IF NOT PARM-IN-OK
              OR NOT PARM-ACTION-VALID
              OR PARM-SOURCE-NO NOT NUMERIC
              OR PARM-ORIG-DATE NOT NUMERIC
              OR PARM-SOURCE-NO < 1
              OR PARM-ORIG-DATE = 0
              DISPLAY '** HOLDPARM PARAMETERS ARE INVALID **'
              DISPLAY '** HOLDPARM: ' PARM-IN-RECORD
              MOVE '1500-READ-PARM-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           MOVE PARM-ACTION TO WS-ACTION
           MOVE PARM-SOURCE-NO TO WS-SOURCE-NO
           MOVE PARM-ORIG-DATE TO WS-ORIG-DATE
           CLOSE PARM-IN.

       2000-SELECT-ONE-RECORD.
      *    A released submission goes onto the LATEQ queue, so the
      *    next SRCMERGE draws it as a back-dated stream under the
      *    date it was originally sent for. A discarded one is
      *    simply dropped; everything else stays held.
           IF HOLDQ-OK
              IF HQ-SOURCE-NO = WS-SOURCE-NO
                 AND HQ-ORIG-DATE = WS-ORIG-DATE
                 ADD 1 TO WS-SELECTED-COUNT
                 IF ACTION-RELEASE
                    MOVE HOLDQ-RECORD TO LATEQ-RECORD
                    WRITE LATEQ-RECORD
                 END-IF
              ELSE
                 ADD 1 TO WS-KEPT-COUNT
                 MOVE HOLDQ-RECORD TO HOLDWK-RECORD
                 WRITE HOLDWK-RECORD
              END-IF
           END-IF

           PERFORM 4000-READ-HOLDQ.

       3000-END-PROCESS.
           IF HOLDQ-PRESENT
              CLOSE HOLDQ-FILE
           END-IF
           CLOSE HOLDWK-FILE
           IF ACTION-RELEASE
              CLOSE LATEQ-FILE
           END-IF

           PERFORM 3100-REWRITE-HOLDQ

           MOVE WS-SOURCE-NO TO WS-RL-SOURCE
           MOVE WS-ORIG-DATE TO WS-RL-DATE
           IF ACTION-RELEASE
              MOVE 'RELEASED' TO WS-RL-ACTION
           ELSE
              MOVE 'DISCARDED' TO WS-RL-ACTION
           END-IF
           MOVE WS-SELECTED-COUNT TO WS-RL-COUNT
           MOVE WS-KEPT-COUNT TO WS-RL-KEPT
           MOVE WS-RELEASE-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           CLOSE PRINT-OUT

           IF WS-SELECTED-COUNT = 0
              DISPLAY '** WARNING: NO HELD RECORDS FOR SOURCE '
                 WS-SOURCE-NO ' DATE ' WS-ORIG-DATE ' **'
           END-IF

           IF ACTION-RELEASE
              DISPLAY 'RECORDS RELEASED TO LATE QUEUE: '
                 WS-SELECTED-COUNT
           ELSE
              DISPLAY 'RECORDS DISCARDED FROM HOLD QUEUE: '
                 WS-SELECTED-COUNT
           END-IF
           DISPLAY 'RECORDS STILL HELD: ' WS-KEPT-COUNT.

       3100-REWRITE-HOLDQ.
      *    The records not selected are copied back over HOLDQ.
           OPEN INPUT HOLDWK-FILE
           IF NOT HOLDWK-OK
              DISPLAY '** HOLDWK FILE IS NOT OK **'
              MOVE '3100-REWRITE-HOLDQ' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT HOLDQ-FILE
           IF NOT HOLDQ-OK
              DISPLAY '** COULD NOT REWRITE HOLDQ FILE **'
              DISPLAY '** HOLDQ: ' WS-HOLDQ-STATUS
              MOVE '3100-REWRITE-HOLDQ' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 3110-COPY-ONE-KEPT UNTIL HOLDWK-EOF
           CLOSE HOLDWK-FILE
           CLOSE HOLDQ-FILE.

       3110-COPY-ONE-KEPT.
           READ HOLDWK-FILE
              AT END CONTINUE
           END-READ
           IF HOLDWK-OK
              MOVE HOLDWK-RECORD TO HOLDQ-RECORD
              WRITE HOLDQ-RECORD
           END-IF.

       4000-READ-HOLDQ.
           IF NOT HOLDQ-EOF
               READ HOLDQ-FILE
               IF NOT HOLDQ-OK AND NOT HOLDQ-EOF
                  DISPLAY '** HOLDQ FILE IS NOT OK **'
                  DISPLAY '** READ HOLDQ: ' HOLDQ-RECORD
                  MOVE '4000-READ-HOLDQ' TO EL-PARAGRAPH
                  PERFORM 9999-ABEND
               END-IF
           END-IF.

       9999-ABEND.
           MOVE 'HOLDREL' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
