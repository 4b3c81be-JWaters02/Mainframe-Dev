      *  Project     : OUTPUT DISTRIBUTION MANIFEST                    *
      *                                                                *
      *  Function    : END-OF-CHAIN CHECK THAT EVERY OUTPUT THE        *
      *                DISTDIR DISTRIBUTION DIRECTORY MARKS FOR        *
      *                CHECKING WAS PRODUCED THIS RUN - PRESENT,       *
      *                NON-EMPTY AND, WHERE THE DIRECTORY SAYS SO,     *
      *                CARRYING ITS CONTROL TRAILER - AND PRINT A      *
      *                ROUTING MANIFEST PER RECIPIENT. ANYTHING        *
      *                EXPECTED BUT ABSENT IS REPORTED AND THE RETURN  *
      *                CODE SET SO OPERATIONS SEE IT BEFORE THE        *
      *                RECIPIENT DOES. THE CHECKABLE OUTPUTS ARE       *
      *                REP1PRT, REP4CSV, REP6PRT, REP8PRT, REP9PRT,    *
      *                PSTMTPRT, DWFEED AND EACH PARTOUT, BRPACK,      *
      *                PRCBK AND RESP FILE, EVERY ONE ALLOCATED        *
      *                THROUGH DSALLOC TO ITS OWN DD FROM THE DATASET  *
      *                NAME ITS DIRECTORY ENTRY CARRIES. WHEN THE      *
      *                CURRENT RUN'S LATEST SIGNOFF ENTRY FROM RUNSIGN *
      *                IS A REJECT, THE MANIFEST IS MARKED HELD AND    *
      *                THE RETURN CODE SET TO 8 SO NOTHING IS          *
      *                RELEASED. MISSING OUTPUTS AND A HELD RUN ARE    *
      *                ALSO RAISED AS MAJOR ALERTS THROUGH ALERTLOG.   *
      *                RUNSIGN CALLS THE CHECK AGAIN WHEN A SUPERVISOR *
      *                REJECTS THE LATEST RUN, OR OVERRULES A REJECT,  *
      *                SO THE MANIFEST CARRIES THE VERDICT.            *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT DISTDIR-IN ASSIGN TO DISTDIR
           FILE STATUS IS WS-DIST-STATUS.
           SELECT REP1PRT-IN ASSIGN TO DCREP1
           FILE STATUS IS WS-CHK-STATUS.
           SELECT REP4CSV-IN ASSIGN TO DCREP4
           FILE STATUS IS WS-CHK-STATUS.
           SELECT REP6PRT-IN ASSIGN TO DCREP6
           FILE STATUS IS WS-CHK-STATUS.
           SELECT REP8PRT-IN ASSIGN TO DCREP8
           FILE STATUS IS WS-CHK-STATUS.
           SELECT REP9PRT-IN ASSIGN TO DCREP9
           FILE STATUS IS WS-CHK-STATUS.
           SELECT PSTMT-IN ASSIGN TO DCPSTMT
           FILE STATUS IS WS-CHK-STATUS.
           SELECT PARTOUT-IN ASSIGN TO DCPART
           FILE STATUS IS WS-CHK-STATUS.
           SELECT BRPACK-IN ASSIGN TO DCBRPACK
           FILE STATUS IS WS-CHK-STATUS.
           SELECT PRCBK-IN ASSIGN TO DCPRCBK
           FILE STATUS IS WS-CHK-STATUS.
           SELECT RESP-IN ASSIGN TO DCRESP
           FILE STATUS IS WS-CHK-STATUS.
           SELECT DWFEED-IN ASSIGN TO DCDWFEED
           FILE STATUS IS WS-CHK-STATUS.
           SELECT PRINT-OUT ASSIGN TO DISTPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT SIGNOFF-IN ASSIGN TO SIGNOFF
           FILE STATUS IS WS-SIGNOFF-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD DISTDIR-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 79 CHARACTERS.
           COPY DISTDIRR.
      *
       FD REP1PRT-IN
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 92 CHARACTERS.
       01 PSTMT-RECORD                       PIC X(92).
      *
       FD PARTOUT-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 45 CHARACTERS.
       01 PARTOUT-RECORD                     PIC X(45).
      *
       FD BRPACK-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 92 CHARACTERS.
       01 BRPACK-RECORD                      PIC X(92).
      *
       FD PRCBK-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01 PRCBK-RECORD                       PIC X(60).
      *
       FD RESP-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01 RESP-RECORD                        PIC X(40).
      *
       FD DWFEED-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 92 CHARACTERS.
       01 PRINT-OUT-RECORD                   PIC X(92).
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
       WORKING-STORAGE SECTION.
      *
           88 FILE-KNOWN                     VALUE 'Y'.
       01 WS-ABSENT-FOUND                    PIC X VALUE 'N'.
           88 ABSENT-FOUND                   VALUE 'Y'.
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-SIGNOFF-STATUS                  PIC X(2).
           88 SIGNOFF-OK                     VALUE "00".
           88 SIGNOFF-EOF                    VALUE "10".
           88 SIGNOFF-NOT-FOUND              VALUE "35".
       01 WS-RUN-REJECTED                    PIC X VALUE 'N'.
           88 RUN-REJECTED                   VALUE 'Y'.
      *
      * Sign-off of the run being distributed...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-REJECTED-BY                     PIC X(8) VALUE SPACES.
      *
      * Per-file check results...
      *
           88 FILE-MISSING                   VALUE 'M'.
           88 FILE-EMPTY                     VALUE 'E'.
           88 FILE-PRESENT                   VALUE 'P'.
           88 FILE-NO-DATASET                VALUE 'D'.
       01 WS-CHK-DSNAME                      PIC X(44) VALUE SPACES.
      *
      * Counters...
      *
                'OUTPUT DISTRIBUTION MANIFEST'.
             10 FILLER                       PIC X(52)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(14)   VALUE 'FILE'.
             10 FILLER                       PIC X(22)   VALUE
                'RECIPIENT'.
             10 FILLER                       PIC X(12)   VALUE
                '     RECORDS'.
             10 FILLER                       PIC X(26)   VALUE
                '  STATUS'.
             10 FILLER                       PIC X(18)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-FILE                  PIC X(8).
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-KEY                   PIC X(4).
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-RECIPIENT             PIC X(20).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-RECORDS               PIC Z(8)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-STATUS                PIC X(28).
             10 FILLER                       PIC X(17)   VALUE SPACES.
          05 WS-HOLD-LINE.
             10 FILLER                       PIC X(27)   VALUE
                '** DISTRIBUTION HELD - RUN '.
             10 WS-HOLD-RUN                  PIC 9(5).
             10 FILLER                       PIC X(25)   VALUE
                ' REJECTED AT SIGN-OFF BY '.
             10 WS-HOLD-OPERATOR             PIC X(8).
             10 FILLER                       PIC X(27)   VALUE ' **'.
      *
       COPY ERRLOGL.
       COPY ALERTL.
       COPY DSALLOCL.

       PROCEDURE DIVISION.
      *
           GOBACK.

       1000-INITIAL-PROCESS.
      *    RUNSIGN calls this check again when a verdict changes, so
      *    nothing is carried over from an earlier call.
           MOVE 'N' TO WS-ABSENT-FOUND
           MOVE 'N' TO WS-RUN-REJECTED
           MOVE 0 TO WS-RUN-NUMBER
           MOVE SPACES TO WS-REJECTED-BY
           MOVE 0 TO WS-EXPECTED-COUNT
           MOVE 0 TO WS-ABSENT-COUNT

           OPEN INPUT DISTDIR-IN
           IF DIST-NOT-FOUND
              DISPLAY '** NO DISTRIBUTION DIRECTORY - NOTHING TO '
                 'CHECK **'
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           IF NOT DIST-OK
              DISPLAY '** DISTDIR FILE IS NOT OK **'
              DISPLAY '** DISTDIR: ' WS-DIST-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 1100-CHECK-RUN-SIGNOFF
           IF RUN-REJECTED
              MOVE WS-RUN-NUMBER TO WS-HOLD-RUN
              MOVE WS-REJECTED-BY TO WS-HOLD-OPERATOR
              MOVE WS-HOLD-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF.

       1100-CHECK-RUN-SIGNOFF.
      *    The latest RUNSIGN entry for the current run stands. A run
      *    not yet signed off is not held here - DRIVER will not open
      *    the next run until it is.
           OPEN INPUT RUNCTL-IN
           IF RUNCTL-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT RUNCTL-OK
                 DISPLAY '** RUNCTL FILE IS NOT OK **'
                 DISPLAY '** RUNCTL: ' WS-RUNCTL-STATUS
                 MOVE '1100-CHECK-RUN-SIGNOFF' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              READ RUNCTL-IN
                 AT END SET RUNCTL-EOF TO TRUE
              END-READ
              IF RUNCTL-OK
                 MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER
              END-IF
              CLOSE RUNCTL-IN
           END-IF

           IF WS-RUN-NUMBER > 0
              OPEN INPUT SIGNOFF-IN
              IF SIGNOFF-NOT-FOUND
                 CONTINUE
              ELSE
                 IF NOT SIGNOFF-OK
                    DISPLAY '** SIGNOFF FILE IS NOT OK **'
                    DISPLAY '** SIGNOFF: ' WS-SIGNOFF-STATUS
                    MOVE '1100-CHECK-RUN-SIGNOFF' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 PERFORM 1110-READ-ONE-SIGNOFF UNTIL SIGNOFF-EOF
                 CLOSE SIGNOFF-IN
              END-IF
           END-IF.

       1110-READ-ONE-SIGNOFF.
           READ SIGNOFF-IN
              AT END CONTINUE
           END-READ
           IF SIGNOFF-OK
              IF SGN-RUN-NUMBER = WS-RUN-NUMBER
                 IF SGN-REJECTED
                    MOVE 'Y' TO WS-RUN-REJECTED
                    MOVE SGN-OPERATOR TO WS-REJECTED-BY
                 ELSE
                    MOVE 'N' TO WS-RUN-REJECTED
                 END-IF
              END-IF
           END-IF.

       2000-CHECK-ONE-EXPECTED.
           READ DISTDIR-IN
              AT END CONTINUE
           END-READ
           IF DIST-OK
              IF DD-IS-ACTIVE AND DD-CHECK-EACH-RUN
                 ADD 1 TO WS-EXPECTED-COUNT
                 MOVE DD-FILE-ID TO WS-CUR-FILE-ID
                 MOVE DD-DSNAME TO WS-CHK-DSNAME
                 PERFORM 2100-SCAN-EXPECTED-FILE
                 PERFORM 2500-REPORT-ONE-EXPECTED
              END-IF
           END-IF.

       2100-SCAN-EXPECTED-FILE.
           MOVE 0 TO WS-CHK-RECORD-COUNT
           MOVE SPACES TO WS-LAST-RECORD
           MOVE "00" TO WS-CHK-STATUS
           IF WS-CHK-DSNAME = SPACES
              MOVE 'D' TO WS-FILE-STATE
           ELSE
              PERFORM 5000-OPEN-CURRENT
           END-IF
           IF NOT FILE-KNOWN OR FILE-NO-DATASET
              CONTINUE
           ELSE
              IF CHK-NOT-FOUND
              ELSE
                 IF NOT CHK-OK
                    DISPLAY '** ' WS-CUR-FILE-ID ' IS NOT OK **'
                    DISPLAY '** ' WS-CHK-STATUS ' ' WS-CHK-DSNAME
                    MOVE '2100-SCAN-EXPECTED-FILE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-IF.

       2500-REPORT-ONE-EXPECTED.
           MOVE DD-FILE-ID TO WS-DET-FILE
           MOVE DD-KEY TO WS-DET-KEY
           MOVE DD-RECIPIENT TO WS-DET-RECIPIENT
           MOVE WS-CHK-RECORD-COUNT TO WS-DET-RECORDS
           EVALUATE TRUE
              WHEN NOT FILE-KNOWN
                 MOVE 'NOT A CHECKABLE OUTPUT' TO WS-DET-STATUS
              WHEN FILE-NO-DATASET
                 MOVE '** NO DATASET NAMED **' TO WS-DET-STATUS
                 ADD 1 TO WS-ABSENT-COUNT
                 MOVE 'Y' TO WS-ABSENT-FOUND
              WHEN FILE-MISSING
                 MOVE '** EXPECTED BUT ABSENT **' TO WS-DET-STATUS
                 ADD 1 TO WS-ABSENT-COUNT
                 MOVE '** PRODUCED BUT EMPTY **' TO WS-DET-STATUS
                 ADD 1 TO WS-ABSENT-COUNT
                 MOVE 'Y' TO WS-ABSENT-FOUND
              WHEN DD-NEEDS-TRAILER
                 IF WS-LAST-TAG-6 = 'TRAILR'
                    OR WS-LAST-TAG-4 = 'TRL,'
                    MOVE 'PRESENT WITH TRAILER' TO WS-DET-STATUS
           WRITE PRINT-OUT-RECORD.

       3000-END-PROCESS.
           CLOSE DISTDIR-IN
           CLOSE PRINT-OUT

           DISPLAY 'OUTPUTS EXPECTED: ' WS-EXPECTED-COUNT
           IF ABSENT-FOUND
              DISPLAY '** EXPECTED OUTPUTS ARE MISSING - SEE THE '
                 'DISTRIBUTION MANIFEST **'
              MOVE 'M' TO AL-SEVERITY
              MOVE 'DISTMISS' TO AL-ALERT-CODE
              MOVE 'EXPECTED OUTPUTS MISSING OR INCOMPLETE'
                 TO AL-ALERT-TEXT
              PERFORM 9700-RAISE-ALERT
              MOVE 4 TO RETURN-CODE
           END-IF

           IF RUN-REJECTED
              DISPLAY '** RUN ' WS-RUN-NUMBER ' WAS REJECTED AT '
                 'SIGN-OFF BY ' WS-REJECTED-BY
                 ' - DISTRIBUTION HELD **'
              MOVE 'M' TO AL-SEVERITY
              MOVE 'DISTHELD' TO AL-ALERT-CODE
              MOVE 'RUN REJECTED AT SIGN-OFF - DISTRIBUTION HELD'
                 TO AL-ALERT-TEXT
              PERFORM 9700-RAISE-ALERT
              MOVE 8 TO RETURN-CODE
           END-IF.

       5000-OPEN-CURRENT.
      *    Each checkable output has its own DD, allocated to the
      *    dataset its directory entry names; a dataset that cannot
      *    be allocated is not there and is reported absent.
           EVALUATE WS-CUR-FILE-ID
              WHEN 'REP1PRT'
                 MOVE 'DCREP1' TO DA-DDNAME
              WHEN 'REP4CSV'
                 MOVE 'DCREP4' TO DA-DDNAME
              WHEN 'REP6PRT'
                 MOVE 'DCREP6' TO DA-DDNAME
              WHEN 'REP8PRT'
                 MOVE 'DCREP8' TO DA-DDNAME
              WHEN 'REP9PRT'
                 MOVE 'DCREP9' TO DA-DDNAME
              WHEN 'PSTMTPRT'
                 MOVE 'DCPSTMT' TO DA-DDNAME
              WHEN 'PARTOUT'
                 MOVE 'DCPART' TO DA-DDNAME
              WHEN 'BRPACK'
                 MOVE 'DCBRPACK' TO DA-DDNAME
              WHEN 'PRCBK'
                 MOVE 'DCPRCBK' TO DA-DDNAME
              WHEN 'RESP'
                 MOVE 'DCRESP' TO DA-DDNAME
              WHEN 'DWFEED'
                 MOVE 'DCDWFEED' TO DA-DDNAME
              WHEN OTHER
                 MOVE 'N' TO WS-FILE-KNOWN
           END-EVALUATE
           IF FILE-KNOWN
              MOVE WS-CHK-DSNAME TO DA-DSNAME
              MOVE 0 TO DA-LRECL
              SET DA-ALLOC-INPUT TO TRUE
              CALL 'DSALLOC' USING DSALLOC-PARM
              IF DA-FAILED
                 SET CHK-NOT-FOUND TO TRUE
              ELSE
                 PERFORM 5100-OPEN-ALLOCATED
              END-IF
           END-IF.

       5100-OPEN-ALLOCATED.
           EVALUATE WS-CUR-FILE-ID
              WHEN 'REP1PRT'
                 OPEN INPUT REP1PRT-IN
                 OPEN INPUT REP9PRT-IN
              WHEN 'PSTMTPRT'
                 OPEN INPUT PSTMT-IN
              WHEN 'PARTOUT'
                 OPEN INPUT PARTOUT-IN
              WHEN 'BRPACK'
                 OPEN INPUT BRPACK-IN
              WHEN 'PRCBK'
                 OPEN INPUT PRCBK-IN
              WHEN 'RESP'
                 OPEN INPUT RESP-IN
              WHEN 'DWFEED'
                 OPEN INPUT DWFEED-IN
           END-EVALUATE.

       5200-READ-CURRENT.
                 IF CHK-OK
                    MOVE PSTMT-RECORD TO WS-LAST-RECORD
                 END-IF
              WHEN 'PARTOUT'
                 READ PARTOUT-IN
                    AT END CONTINUE
                 END-READ
                 IF CHK-OK
                    MOVE PARTOUT-RECORD TO WS-LAST-RECORD
                 END-IF
              WHEN 'BRPACK'
                 READ BRPACK-IN
                    AT END CONTINUE
                 END-READ
                 IF CHK-OK
                    MOVE BRPACK-RECORD TO WS-LAST-RECORD
                 END-IF
              WHEN 'PRCBK'
                 READ PRCBK-IN
                    AT END CONTINUE
                 END-READ
                 IF CHK-OK
                    MOVE PRCBK-RECORD TO WS-LAST-RECORD
                 END-IF
              WHEN 'RESP'
                 READ RESP-IN
                    AT END CONTINUE
                 END-READ
                 IF CHK-OK
                    MOVE RESP-RECORD TO WS-LAST-RECORD
                 END-IF
              WHEN 'DWFEED'
                 READ DWFEED-IN
                 CLOSE REP9PRT-IN
              WHEN 'PSTMTPRT'
                 CLOSE PSTMT-IN
              WHEN 'PARTOUT'
                 CLOSE PARTOUT-IN
              WHEN 'BRPACK'
                 CLOSE BRPACK-IN
              WHEN 'PRCBK'
                 CLOSE PRCBK-IN
              WHEN 'RESP'
                 CLOSE RESP-IN
              WHEN 'DWFEED'
                 CLOSE DWFEED-IN
           END-EVALUATE
           SET DA-FREE TO TRUE
           CALL 'DSALLOC' USING DSALLOC-PARM.

       9700-RAISE-ALERT.
           MOVE 'DISTCHK' TO AL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO AL-RUN-NUMBER
           CALL 'ALERTLOG' USING ALERT-PARM.

       9999-ABEND.
           MOVE 'DISTCHK' TO EL-PROGRAM-ID
