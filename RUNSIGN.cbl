       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RUNSIGN.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : SUPERVISOR SIGN-OFF OF THE NIGHTLY RUN          *
      *                                                                *
      *  Function    : CONSOLE ENTRY OF A SUPERVISOR'S SIGN-OFF OF A   *
      *                COMPLETED RUN ONCE ITS RUNHLTH HEALTH REPORT    *
      *                HAS BEEN READ. THE OPERATOR SIGNS ON AGAINST    *
      *                OPERSEC AND MUST BE ACTIVE AT SUPERVISOR LEVEL, *
      *                KEYS THE RUN NUMBER, AN ACCEPT /                *
      *                ACCEPT-WITH-EXCEPTIONS / REJECT VERDICT AND A   *
      *                COMMENT (REQUIRED FOR ANYTHING BUT A CLEAN      *
      *                ACCEPT), AND EACH SIGN-OFF IS APPENDED TO THE   *
      *                SIGNOFF FILE STAMPED WITH THE OPERATOR, DATE    *
      *                AND TIME. A RUN MAY BE SIGNED AGAIN AND THE     *
      *                LATEST ENTRY STANDS. DRIVER WILL NOT OPEN A NEW *
      *                REAL RUN WHILE THE PREVIOUS RUN IS UNSIGNED. A  *
      *                REJECT OF THE LATEST RUN RE-RUNS THE DISTCHK    *
      *                CHECK SO ITS DISTRIBUTION MANIFEST IS RE-ISSUED *
      *                MARKED HELD AND THE HOLD ALERTED; A LATER       *
      *                VERDICT OVERRULING THE REJECT RE-ISSUES IT      *
      *                RELEASED. SPACES AT THE RUN NUMBER PROMPT ENDS  *
      *                THE SESSION.                                    *
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
           SELECT OPER-IN ASSIGN TO OPERSEC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPER-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT SIGNOFF-IN ASSIGN TO SIGNOFF
           FILE STATUS IS WS-SIGNOFF-STATUS.
           SELECT SIGNOFF-OUT ASSIGN TO SIGNOFF
           FILE STATUS IS WS-SIGNOFF-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD OPER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.
           COPY OPERSECR.
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
      *
       FD SIGNOFF-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
           COPY SIGNOFFR.
      *
       FD SIGNOFF-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01 SIGNOFF-OUT-RECORD                 PIC X(90).
      *
       WORKING-STORAGE SECTION.
      *
      * Flags...
      *
       01 WS-OPER-IN-STATUS                  PIC X(2).
           88 OPER-IN-OK                     VALUE "00".
           88 OPER-IN-NOT-FOUND              VALUE "23".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-SIGNOFF-STATUS                  PIC X(2).
           88 SIGNOFF-OK                     VALUE "00".
           88 SIGNOFF-EOF                    VALUE "10".
           88 SIGNOFF-NOT-FOUND              VALUE "35".
       01 WS-SIGNON-OK                       PIC X VALUE 'N'.
           88 SIGNON-OK                      VALUE 'Y'.
       01 WS-ENTRY-DONE                      PIC X VALUE 'N'.
           88 ENTRY-DONE                     VALUE 'Y'.
       01 WS-FIELD-OK                        PIC X VALUE 'N'.
           88 FIELD-OK                       VALUE 'Y'.
       01 WS-PRIOR-FOUND                     PIC X VALUE 'N'.
           88 PRIOR-FOUND                    VALUE 'Y'.
      *
      * Operator and run state...
      *
       01 WS-OPERATOR-ID                     PIC X(8) VALUE SPACES.
       01 WS-OPER-LEVEL                      PIC 9(1) VALUE 0.
       01 WS-SYSTEM-DATE                     PIC 9(8) VALUE 0.
       01 WS-LOG-TIME                        PIC 9(8) VALUE 0.
       01 WS-CURRENT-RUN                     PIC 9(5) VALUE 0.
       01 WS-CURRENT-LAST-STEP               PIC 9(2) VALUE 0.
       01 WS-SIGNED-COUNT                    PIC 9(5) VALUE 0.
       01 WS-PRIOR-VERDICT                   PIC X(1) VALUE SPACE.
       01 WS-PRIOR-OPERATOR                  PIC X(8) VALUE SPACES.
       01 WS-PRIOR-DATE                      PIC 9(8) VALUE 0.
       01 WS-MANIFEST-RC                     PIC 9(4) VALUE 0.
      *
      * Keyed fields - numerics arrive as text and are edited
      * before they are believed...
      *
       01 WS-ENTRY-RUN-X                     PIC X(5) VALUE SPACES.
       01 WS-ENTRY-RUN-9 REDEFINES WS-ENTRY-RUN-X
                                             PIC 9(5).
       01 WS-ENTRY-VERDICT                   PIC X(1) VALUE SPACE.
           88 ENTRY-VERDICT-VALID            VALUE 'A', 'E', 'R'.
           88 ENTRY-VERDICT-QUALIFIED        VALUE 'E', 'R'.
       01 WS-ENTRY-COMMENT                   PIC X(60) VALUE SPACES.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-ENTER-ONE-SIGNOFF UNTIL ENTRY-DONE

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           ACCEPT WS-SYSTEM-DATE FROM DATE

           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID

           PERFORM 6800-SIGN-ON

           PERFORM 6100-READ-RUN-CONTROL

           DISPLAY '** SUPERVISOR SIGN-OFF OF NIGHTLY RUNS **'
           DISPLAY '** LATEST RUN IS ' WS-CURRENT-RUN ' - SPACES AT '
              'THE RUN NUMBER PROMPT ENDS THE SESSION **'.

       2000-ENTER-ONE-SIGNOFF.
           DISPLAY 'RUN NUMBER: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-RUN-X
           IF WS-ENTRY-RUN-X = SPACES
              MOVE 'Y' TO WS-ENTRY-DONE
           ELSE
              PERFORM 2100-VALIDATE-RUN
              IF FIELD-OK
                 PERFORM 2150-SHOW-PRIOR-SIGNOFF
                 PERFORM 2200-ENTER-VERDICT
              END-IF
              IF FIELD-OK
                 PERFORM 2300-ENTER-COMMENT
              END-IF
              IF FIELD-OK
                 PERFORM 2400-WRITE-SIGNOFF
              ELSE
                 DISPLAY '** SIGN-OFF ABANDONED - START AGAIN **'
              END-IF
           END-IF.

       2100-VALIDATE-RUN.
      *    Only a run the chain has finished can be signed off - the
      *    health report for a part-run chain is not the final word.
           MOVE 'N' TO WS-FIELD-OK
           IF WS-ENTRY-RUN-X NOT NUMERIC
              DISPLAY '** RUN NUMBER MUST BE FIVE DIGITS **'
           ELSE
              IF WS-ENTRY-RUN-9 = 0
                 OR WS-ENTRY-RUN-9 > WS-CURRENT-RUN
                 DISPLAY '** RUN ' WS-ENTRY-RUN-X
                    ' HAS NOT BEEN OPENED **'
              ELSE
                 IF WS-ENTRY-RUN-9 = WS-CURRENT-RUN
                    AND WS-CURRENT-LAST-STEP < 13
                    DISPLAY '** RUN ' WS-ENTRY-RUN-X
                       ' HAS NOT COMPLETED **'
                 ELSE
                    MOVE 'Y' TO WS-FIELD-OK
                 END-IF
              END-IF
           END-IF.

       2150-SHOW-PRIOR-SIGNOFF.
      *    A run may be signed off again - the latest entry stands -
      *    so show whoever signed it last before they are overruled.
           MOVE 'N' TO WS-PRIOR-FOUND
           OPEN INPUT SIGNOFF-IN
           IF SIGNOFF-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT SIGNOFF-OK
                 DISPLAY '** SIGNOFF FILE IS NOT OK **'
                 DISPLAY '** SIGNOFF: ' WS-SIGNOFF-STATUS
                 MOVE '2150-SHOW-PRIOR-SIGNOFF' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 2160-READ-ONE-SIGNOFF UNTIL SIGNOFF-EOF
              CLOSE SIGNOFF-IN
           END-IF
           IF PRIOR-FOUND
              DISPLAY 'ALREADY SIGNED OFF: VERDICT ' WS-PRIOR-VERDICT
                 ' BY ' WS-PRIOR-OPERATOR ' ON ' WS-PRIOR-DATE
           END-IF.

       2160-READ-ONE-SIGNOFF.
           READ SIGNOFF-IN
              AT END CONTINUE
           END-READ
           IF SIGNOFF-OK
              IF SGN-RUN-NUMBER = WS-ENTRY-RUN-9
                 MOVE 'Y' TO WS-PRIOR-FOUND
                 MOVE SGN-VERDICT TO WS-PRIOR-VERDICT
                 MOVE SGN-OPERATOR TO WS-PRIOR-OPERATOR
                 MOVE SGN-DATE TO WS-PRIOR-DATE
              END-IF
           END-IF.

       2200-ENTER-VERDICT.
           MOVE 'N' TO WS-FIELD-OK
           DISPLAY 'VERDICT (A=ACCEPT, E=ACCEPT WITH EXCEPTIONS, '
              'R=REJECT): ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-VERDICT
           IF ENTRY-VERDICT-VALID
              MOVE 'Y' TO WS-FIELD-OK
           ELSE
              DISPLAY '** VERDICT MUST BE A, E OR R **'
           END-IF.

       2300-ENTER-COMMENT.
      *    Anything short of a clean accept must say why.
           MOVE 'N' TO WS-FIELD-OK
           MOVE SPACES TO WS-ENTRY-COMMENT
           DISPLAY 'COMMENT: ' WITH NO ADVANCING
           ACCEPT WS-ENTRY-COMMENT
           IF ENTRY-VERDICT-QUALIFIED
              AND WS-ENTRY-COMMENT = SPACES
              DISPLAY '** A COMMENT IS REQUIRED FOR VERDICT '
                 WS-ENTRY-VERDICT ' **'
           ELSE
              MOVE 'Y' TO WS-FIELD-OK
           END-IF.

       2400-WRITE-SIGNOFF.
           OPEN EXTEND SIGNOFF-OUT
           IF SIGNOFF-NOT-FOUND
              OPEN OUTPUT SIGNOFF-OUT
           END-IF
           IF NOT SIGNOFF-OK
              DISPLAY '** SIGNOFF FILE IS NOT OK **'
              DISPLAY '** SIGNOFF: ' WS-SIGNOFF-STATUS
              MOVE '2400-WRITE-SIGNOFF' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE WS-ENTRY-RUN-9 TO SGN-RUN-NUMBER
           MOVE WS-SYSTEM-DATE TO SGN-DATE
           MOVE WS-LOG-TIME TO SGN-TIME
           MOVE WS-OPERATOR-ID TO SGN-OPERATOR
           MOVE WS-ENTRY-VERDICT TO SGN-VERDICT
           MOVE WS-ENTRY-COMMENT TO SGN-COMMENT
           MOVE SIGNOFF-RECORD TO SIGNOFF-OUT-RECORD
           WRITE SIGNOFF-OUT-RECORD
           CLOSE SIGNOFF-OUT
           ADD 1 TO WS-SIGNED-COUNT
           DISPLAY 'RUN ' WS-ENTRY-RUN-X ' SIGNED OFF: VERDICT '
              WS-ENTRY-VERDICT
           IF SGN-REJECTED
              DISPLAY '** DISTRIBUTION OF RUN ' WS-ENTRY-RUN-X
                 ' WILL BE HELD **'
           END-IF
           IF WS-ENTRY-RUN-9 = WS-CURRENT-RUN
              IF SGN-REJECTED
                 OR (PRIOR-FOUND AND WS-PRIOR-VERDICT = 'R')
                 PERFORM 2500-REISSUE-MANIFEST
              END-IF
           END-IF.

       2500-REISSUE-MANIFEST.
      *    The manifest DISTCHK printed at the end of the chain was
      *    produced before anyone had signed the run. It is checked
      *    again now the verdict has changed, so a rejected run's
      *    manifest is marked held and the hold alerted before
      *    anything goes out, and an overruled rejection releases
      *    it. Earlier runs' outputs have already been replaced by
      *    the latest run's, so only the latest run is re-checked.
           CALL 'DISTCHK'
           MOVE RETURN-CODE TO WS-MANIFEST-RC
           MOVE 0 TO RETURN-CODE
           IF WS-MANIFEST-RC > 8
              DISPLAY '** DISTRIBUTION MANIFEST NOT RE-ISSUED - RUN '
                 'DISTCHK BEFORE ANYTHING IS RELEASED **'
           ELSE
              IF SGN-REJECTED
                 DISPLAY '** DISTRIBUTION MANIFEST RE-ISSUED MARKED '
                    'HELD **'
              ELSE
                 DISPLAY 'DISTRIBUTION MANIFEST RE-ISSUED - HOLD '
                    'LIFTED'
              END-IF
           END-IF.

       3000-END-PROCESS.
           DISPLAY 'RUNS SIGNED OFF: ' WS-SIGNED-COUNT.

       6100-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL-IN
           IF RUNCTL-NOT-FOUND
              DISPLAY '** NO RUN CONTROL - NO RUN TO SIGN OFF **'
              MOVE '6100-READ-RUN-CONTROL' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           IF NOT RUNCTL-OK
              DISPLAY '** RUNCTL-IN FILE IS NOT OK **'
              DISPLAY '** RUNCTL-IN: ' WS-RUNCTL-STATUS
              MOVE '6100-READ-RUN-CONTROL' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           READ RUNCTL-IN
              AT END SET RUNCTL-EOF TO TRUE
           END-READ
           IF RUNCTL-OK
              MOVE RC-RUN-NUMBER TO WS-CURRENT-RUN
              MOVE RC-LAST-GOOD-STEP TO WS-CURRENT-LAST-STEP
           END-IF
           CLOSE RUNCTL-IN.

       6800-SIGN-ON.
      *    Sign-off is a supervisor's decision - an inquiry-level
      *    operator is turned away at sign-on.
           OPEN INPUT OPER-IN
           IF NOT OPER-IN-OK
              DISPLAY '** OPER-IN FILE IS NOT OK **'
              DISPLAY '** OPER-IN: ' WS-OPER-IN-STATUS
              MOVE '6800-SIGN-ON' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           MOVE WS-OPERATOR-ID TO OPER-ID
           READ OPER-IN
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF OPER-ACTIVE AND OPER-SUPERVISOR
                    MOVE 'Y' TO WS-SIGNON-OK
                    MOVE OPER-AUTH-LEVEL TO WS-OPER-LEVEL
                 END-IF
           END-READ
           CLOSE OPER-IN
           IF NOT SIGNON-OK
              DISPLAY '** SIGN-ON REJECTED FOR OPERATOR '
                 WS-OPERATOR-ID ' - SUPERVISOR LEVEL REQUIRED **'
              MOVE '6800-SIGN-ON' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           DISPLAY 'SIGNED ON: ' WS-OPERATOR-ID ' LEVEL '
              WS-OPER-LEVEL.

       9999-ABEND.
           MOVE 'RUNSIGN' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
