      *  Project     : PER-SOURCE RESPONSE FILES                       *
      *                                                                *
      *  Function    : BUILD ONE MACHINE-READABLE RESPONSE FILE PER    *
      *                SUBMITTING SOURCE AFTER EX3 HAS RUN, WRITTEN TO *
      *                THE DATASET THE SOURCE'S ACTIVE RESP ENTRY ON   *
      *                THE DISTDIR DISTRIBUTION DIRECTORY NAMES,       *
      *                ALLOCATED THROUGH DSALLOC TO THE RESP DD. EACH  *
      *                RESPONSE CARRIES A HEADER WITH THE SOURCE AND   *
      *                ITS REGISTERED BRANCH, THE SOURCE'S OWN         *
      *                REJECTED AND DUPLICATE RECORDS WITH REASON      *
      *                CODES, ANY BARCODES SRCMERGE COULD NOT          *
      *                TRANSLATE (FROM TRANREJ, BY SOURCE NUMBER), AND *
      *                A COUNTS RECORD (RECEIVED FROM THE SRCSTAT FILE *
      *                SRCMERGE WRITES, ACCEPTED FROM ACCOUT, REJECTED *
      *                AND DUPLICATES ATTRIBUTED BY THE REGISTERED     *
      *                BRANCH). RECORDS CARRYING A BRANCH NO SOURCE IS *
      *                REGISTERED FOR ARE COUNTED AND REPORTED AS      *
      *                UNATTRIBUTED; A SOURCE WITH RESULTS BUT NO      *
      *                RESPONSE DATASET IS REPORTED AND LOGGED AS A    *
      *                WARNING.                                        *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
           FILE STATUS IS WS-REJOUT-STATUS.
           SELECT DUPOUT-IN ASSIGN TO DUPOUT
           FILE STATUS IS WS-DUPOUT-STATUS.
           SELECT TRANREJ-IN ASSIGN TO TRANREJ
           FILE STATUS IS WS-TRANREJ-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT DISTDIR-IN ASSIGN TO DISTDIR
           FILE STATUS IS WS-DISTDIR-STATUS.
           SELECT RESP-FILE ASSIGN TO RESP
           FILE STATUS IS WS-RESP-STATUS.
           SELECT PRINT-OUT ASSIGN TO RESPPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
       FD SRCSTAT-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 21 CHARACTERS.
       01 SRCSTAT-RECORD.
           05 SS-SOURCE-NO                   PIC 9(3).
           05 SS-BRANCH                      PIC X(4).
           05 SS-RECEIVED                    PIC 9(7).
           05 SS-WRONG-BRANCH                PIC 9(7).
           05 DP-TRAILER-COUNT               PIC 9(9).
           05 FILLER                         PIC X(10).
      *
       FD TRANREJ-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 36 CHARACTERS.
       01 TRANREJ-RECORD.
           05 TJ-SOURCE-NO                   PIC 9(3).
           05 TJ-BARCODE-MOVEMENT            PIC X(31).
           05 TJ-REASON                      PIC X(2).
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
      *
       FD DISTDIR-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 79 CHARACTERS.
           COPY DISTDIRR.
      *
       FD RESP-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01 RESP-RECORD                        PIC X(40).
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
           88 DUPOUT-OK                      VALUE "00".
           88 DUPOUT-EOF                     VALUE "10".
           88 DUPOUT-NOT-FOUND               VALUE "35".
       01 WS-TRANREJ-STATUS                  PIC X(2).
           88 TRANREJ-OK                     VALUE "00".
           88 TRANREJ-EOF                    VALUE "10".
           88 TRANREJ-NOT-FOUND              VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-DISTDIR-STATUS                  PIC X(2).
           88 DISTDIR-OK                     VALUE "00".
           88 DISTDIR-EOF                    VALUE "10".
           88 DISTDIR-NOT-FOUND              VALUE "35".
       01 WS-RESP-STATUS                     PIC X(2).
           88 RESP-OK                        VALUE "00".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-SOURCE-NO                       PIC 9(3) VALUE 0.
       01 WS-HIGH-SOURCE                     PIC 9(3) VALUE 0.
       01 WS-WORK-BRANCH                     PIC X(4) VALUE SPACES.
       01 WS-UNATTRIBUTED-COUNT              PIC 9(7) VALUE 0.
       01 WS-RESP-LINE                       PIC X(40) VALUE SPACES.
       01 WS-RESP-DSNAME                     PIC X(44) VALUE SPACES.
       01 WS-FILES-WRITTEN                   PIC 9(3) VALUE 0.
       01 WS-NO-RESP-WARN-TEXT.
          05 FILLER                          PIC X(7) VALUE
             'SOURCE '.
          05 WS-NO-RESP-WARN-SOURCE          PIC 9(3).
          05 FILLER                          PIC X(35) VALUE
             ' HAS NO RESPONSE DATASET ON DISTDIR'.
      *
      * Per-source state loaded from SRCSTAT and the distribution
      * directory and accumulated from EX3's output files. Sources
      * are numbered 1-999; only the entries up to the highest
      * source number SRCSTAT or the directory holds are visited...
      *
       01 WS-SOURCE-STATE.
          05 WS-SOURCE-ENTRY OCCURS 999 TIMES INDEXED BY SRC.
             10 WS-SRC-IN-STATS              PIC X(1).
             10 WS-SRC-IN-DIRECTORY          PIC X(1).
             10 WS-SRC-DSNAME                PIC X(44).
             10 WS-SRC-HELD-LINES            PIC 9(7).
             10 WS-SRC-BRANCH                PIC X(4).
             10 WS-SRC-RECEIVED              PIC 9(7).
             10 WS-SRC-ACCEPTED              PIC 9(7).
             10 WS-SRC-DUPLICATE             PIC 9(7).
             10 WS-SRC-RESP-COUNT            PIC 9(7).
      *
      * Rejected, duplicate and untranslated lines are held by
      * source until every input has been read, then each source's
      * response file is written in turn...
      *
       01 WS-RESP-LINE-COUNT                 PIC 9(5) VALUE 0.
       01 WS-RESP-LINE-TABLE.
          05 WS-RESP-LINE-ENTRY OCCURS 20000 TIMES INDEXED BY RL.
             10 WS-RL-SOURCE-NO              PIC 9(3).
             10 WS-RL-LINE                   PIC X(40).
      *
      * Response record layouts...
      *
       01 WS-RESP-HEADER.
           05 FILLER                         PIC X(6) VALUE 'HEADER'.
           05 RH-SOURCE-NO                   PIC 9(3).
           05 RH-BRANCH                      PIC X(4).
           05 RH-BUSINESS-DATE               PIC 9(8).
           05 FILLER                         PIC X(19) VALUE SPACES.
       01 WS-RESP-DETAIL.
           05 RD-TYPE                        PIC X(1).
              88 RD-REJECTED                 VALUE 'R'.
           05 RD-MOVEMENT                    PIC X(25).
           05 RD-REASON                      PIC X(2).
           05 FILLER                         PIC X(12) VALUE SPACES.
       01 WS-RESP-TRANSLATE-DETAIL.
           05 RX-TYPE                        PIC X(1).
              88 RX-UNTRANSLATED             VALUE 'T'.
           05 RX-BARCODE-MOVEMENT            PIC X(31).
           05 RX-REASON                      PIC X(2).
           05 FILLER                         PIC X(6) VALUE SPACES.
       01 WS-RESP-COUNTS.
           05 RC-COUNTS-ID                   PIC X(6) VALUE 'COUNTS'.
           05 RC-RECEIVED                    PIC 9(7).
      *
       COPY ERRLOGL.
       COPY WARNLOGL.
       COPY DSALLOCL.

       PROCEDURE DIVISION.
      *

           PERFORM 2400-ATTRIBUTE-DUPLICATES

           PERFORM 2600-ATTRIBUTE-UNTRANSLATED

           PERFORM 3000-END-PROCESS

           GOBACK.
           PERFORM 4950-READ-RUN-CONTROL

           PERFORM 1100-INIT-ONE-SOURCE
              VARYING SRC FROM 1 BY 1 UNTIL SRC > 999

           PERFORM 1500-LOAD-SOURCE-STATS

           PERFORM 1700-LOAD-DIRECTORY

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       1100-INIT-ONE-SOURCE.
           MOVE 'N' TO WS-SRC-IN-STATS(SRC)
           MOVE 'N' TO WS-SRC-IN-DIRECTORY(SRC)
           MOVE SPACES TO WS-SRC-DSNAME(SRC)
           MOVE 0 TO WS-SRC-HELD-LINES(SRC)
           MOVE SPACES TO WS-SRC-BRANCH(SRC)
           MOVE 0 TO WS-SRC-RECEIVED(SRC)
           MOVE 0 TO WS-SRC-ACCEPTED(SRC)
              AT END CONTINUE
           END-READ
           IF SRCSTAT-OK
              IF SS-SOURCE-NO NUMERIC AND SS-SOURCE-NO > 0
                 IF SS-SOURCE-NO > WS-HIGH-SOURCE
                    MOVE SS-SOURCE-NO TO WS-HIGH-SOURCE
                 END-IF
                 MOVE 'Y' TO WS-SRC-IN-STATS(SS-SOURCE-NO)
                 MOVE SS-BRANCH TO WS-SRC-BRANCH(SS-SOURCE-NO)
                 MOVE SS-RECEIVED TO WS-SRC-RECEIVED(SS-SOURCE-NO)
              ELSE
              END-IF
           END-IF.

       1700-LOAD-DIRECTORY.
      *    Each source's response goes to the dataset its active
      *    RESP entry on the distribution directory names.
           OPEN INPUT DISTDIR-IN
           IF DISTDIR-NOT-FOUND
              DISPLAY '** NO DISTRIBUTION DIRECTORY - NO RESPONSE '
                 'FILE CAN BE ALLOCATED **'
              MOVE '1700-LOAD-DIRECTORY' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           IF NOT DISTDIR-OK
              DISPLAY '** DISTDIR FILE IS NOT OK **'
              DISPLAY '** DISTDIR: ' WS-DISTDIR-STATUS
              MOVE '1700-LOAD-DIRECTORY' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1800-LOAD-ONE-DIRECTORY UNTIL DISTDIR-EOF
           CLOSE DISTDIR-IN.

       1800-LOAD-ONE-DIRECTORY.
           READ DISTDIR-IN
              AT END CONTINUE
           END-READ
           IF DISTDIR-OK
              IF DD-FILE-ID = 'RESP' AND DD-IS-ACTIVE
                 IF DD-SOURCE-NO NUMERIC AND DD-SOURCE-NO > 0
                    AND DD-DSNAME NOT = SPACES
                    IF WS-SRC-IN-DIRECTORY(DD-SOURCE-NO) = 'Y'
                       DISPLAY '** DUPLICATE DIRECTORY ENTRY '
                          'IGNORED: ' DIST-DIR-RECORD
                    ELSE
                       IF DD-SOURCE-NO > WS-HIGH-SOURCE
                          MOVE DD-SOURCE-NO TO WS-HIGH-SOURCE
                       END-IF
                       MOVE 'Y' TO WS-SRC-IN-DIRECTORY(DD-SOURCE-NO)
                       MOVE DD-DSNAME TO WS-SRC-DSNAME(DD-SOURCE-NO)
                    END-IF
                 ELSE
                    DISPLAY '** INVALID DIRECTORY ENTRY IGNORED: '
                       DIST-DIR-RECORD
                 END-IF
              END-IF
           END-IF.

       2000-COUNT-ACCEPTED.
           OPEN INPUT ACCOUT-IN
           IF ACCOUT-NOT-FOUND
                    MOVE RJ-MOVEMENT TO RD-MOVEMENT
                    MOVE RJ-REASON TO RD-REASON
                    MOVE WS-RESP-DETAIL TO WS-RESP-LINE
                    PERFORM 5350-HOLD-RESPONSE-LINE
                 ELSE
                    ADD 1 TO WS-UNATTRIBUTED-COUNT
                 END-IF
                    MOVE DUPOUT-RECORD TO RD-MOVEMENT
                    MOVE 'DU' TO RD-REASON
                    MOVE WS-RESP-DETAIL TO WS-RESP-LINE
                    PERFORM 5350-HOLD-RESPONSE-LINE
                 ELSE
                    ADD 1 TO WS-UNATTRIBUTED-COUNT
                 END-IF
              END-IF
           END-IF.

       2600-ATTRIBUTE-UNTRANSLATED.
      *    Barcodes SRCMERGE could not translate never reached EX3;
      *    TRANREJ carries the source number so they are returned to
      *    the submitting system and counted among its rejects.
           OPEN INPUT TRANREJ-IN
           IF TRANREJ-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT TRANREJ-OK
                 DISPLAY '** TRANREJ FILE IS NOT OK **'
                 MOVE '2600-ATTRIBUTE-UNTRANSLATED' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 2700-ATTRIBUTE-ONE-UNTRANSLATED
                 UNTIL TRANREJ-EOF
              CLOSE TRANREJ-IN
           END-IF.

       2700-ATTRIBUTE-ONE-UNTRANSLATED.
           READ TRANREJ-IN
              AT END CONTINUE
           END-READ
           IF TRANREJ-OK
              IF TJ-SOURCE-NO NUMERIC AND TJ-SOURCE-NO > 0
                 MOVE TJ-SOURCE-NO TO WS-SOURCE-NO
                 IF WS-SOURCE-NO > WS-HIGH-SOURCE
                    MOVE WS-SOURCE-NO TO WS-HIGH-SOURCE
                 END-IF
                 ADD 1 TO WS-SRC-REJECTED(WS-SOURCE-NO)
                 MOVE SPACES TO WS-RESP-TRANSLATE-DETAIL
                 MOVE 'T' TO RX-TYPE
                 MOVE TJ-BARCODE-MOVEMENT TO RX-BARCODE-MOVEMENT
                 MOVE TJ-REASON TO RX-REASON
                 MOVE WS-RESP-TRANSLATE-DETAIL TO WS-RESP-LINE
                 PERFORM 5350-HOLD-RESPONSE-LINE
              ELSE
                 ADD 1 TO WS-UNATTRIBUTED-COUNT
              END-IF
           END-IF.

       3000-END-PROCESS.
           PERFORM 3100-WRITE-ONE-RESPONSE
              VARYING SRC FROM 1 BY 1 UNTIL SRC > WS-HIGH-SOURCE

           CLOSE PRINT-OUT

                 WS-UNATTRIBUTED-COUNT ' **'
           END-IF

           DISPLAY 'RESPONSE FILES WRITTEN: ' WS-FILES-WRITTEN
           DISPLAY 'UNATTRIBUTED RECORDS: ' WS-UNATTRIBUTED-COUNT.

       3100-WRITE-ONE-RESPONSE.
      *    A source with results but no response dataset on the
      *    directory is still reported, and the omission logged.
           SET WS-SOURCE-NO TO SRC
           IF WS-SRC-IN-DIRECTORY(SRC) = 'Y'
              PERFORM 5100-OPEN-RESPONSE-FILE
              PERFORM 5250-WRITE-ONE-HEADER
              PERFORM 3200-WRITE-ONE-HELD-LINE
                 VARYING RL FROM 1 BY 1
                 UNTIL RL > WS-RESP-LINE-COUNT
              PERFORM 3300-CLOSE-ONE-RESPONSE
              ADD 1 TO WS-FILES-WRITTEN
           ELSE
              IF WS-SRC-IN-STATS(SRC) = 'Y'
                 OR WS-SRC-HELD-LINES(SRC) > 0
                 DISPLAY '** NO RESPONSE DATASET FOR SOURCE '
                    WS-SOURCE-NO ' - RESPONSE NOT WRITTEN **'
                 MOVE WS-SOURCE-NO TO WS-NO-RESP-WARN-SOURCE
                 MOVE WS-NO-RESP-WARN-TEXT TO WL-WARNING-TEXT
                 PERFORM 9800-LOG-WARNING
                 PERFORM 5600-REPORT-SOURCE
              END-IF
           END-IF.

       3200-WRITE-ONE-HELD-LINE.
           IF WS-RL-SOURCE-NO(RL) = WS-SOURCE-NO
              MOVE WS-RL-LINE(RL) TO WS-RESP-LINE
              PERFORM 5300-WRITE-TO-SOURCE-FILE
           END-IF.

       3300-CLOSE-ONE-RESPONSE.
           MOVE SPACES TO WS-RESP-COUNTS
           MOVE 'COUNTS' TO RC-COUNTS-ID
           MOVE WS-SRC-RECEIVED(SRC) TO RC-RECEIVED
              CLOSE RUNCTL-IN
           END-IF.

       5100-OPEN-RESPONSE-FILE.
      *    The directory's dataset is allocated to the fixed RESP DD
      *    for the length of the source's response.
           MOVE WS-SRC-DSNAME(SRC) TO WS-RESP-DSNAME
           MOVE 'RESP' TO DA-DDNAME
           MOVE WS-RESP-DSNAME TO DA-DSNAME
           MOVE 40 TO DA-LRECL
           SET DA-ALLOC-OUTPUT TO TRUE
           CALL 'DSALLOC' USING DSALLOC-PARM
           IF DA-FAILED
              DISPLAY '** RESP NOT ALLOCATED FOR SOURCE ' WS-SOURCE-NO
                 ' RC ' DA-DYN-RC ' **'
              PERFORM 5900-RESPONSE-OPEN-FAILED
           END-IF
           OPEN OUTPUT RESP-FILE
           IF NOT RESP-OK
              PERFORM 5900-RESPONSE-OPEN-FAILED
           END-IF.

       5250-WRITE-ONE-HEADER.
           MOVE WS-SOURCE-NO TO RH-SOURCE-NO
           MOVE WS-SRC-BRANCH(SRC) TO RH-BRANCH
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           PERFORM 5300-WRITE-TO-SOURCE-FILE.

       5300-WRITE-TO-SOURCE-FILE.
           ADD 1 TO WS-SRC-RESP-COUNT(SRC)
           PERFORM 5400-WRITE-FINAL-RECORD.

       5350-HOLD-RESPONSE-LINE.
           IF WS-RESP-LINE-COUNT = 20000
              DISPLAY '** RESPONSE LINE TABLE FULL **'
              MOVE '5350-HOLD-RESPONSE-LINE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-RESP-LINE-COUNT
           SET RL TO WS-RESP-LINE-COUNT
           MOVE WS-SOURCE-NO TO WS-RL-SOURCE-NO(RL)
           MOVE WS-RESP-LINE TO WS-RL-LINE(RL)
           SET SRC TO WS-SOURCE-NO
           ADD 1 TO WS-SRC-HELD-LINES(SRC).

       5400-WRITE-FINAL-RECORD.
           MOVE WS-RESP-LINE TO RESP-RECORD
           WRITE RESP-RECORD.

       5500-CLOSE-SOURCE-FILE.
           CLOSE RESP-FILE
           SET DA-FREE TO TRUE
           CALL 'DSALLOC' USING DSALLOC-PARM.

       5600-REPORT-SOURCE.
           MOVE WS-SOURCE-NO TO WS-DET-SOURCE
           MOVE WS-SRC-BRANCH(SRC) TO WS-DET-BRANCH
           MOVE WS-SRC-RECEIVED(SRC) TO WS-DET-RECEIVED
           WRITE PRINT-OUT-RECORD.

       5900-RESPONSE-OPEN-FAILED.
           DISPLAY '** RESPONSE FILE FOR SOURCE ' WS-SOURCE-NO
              ' IS NOT OK **'
           DISPLAY '** RESPONSE: ' WS-RESP-STATUS ' ' WS-RESP-DSNAME
           MOVE '5100-OPEN-RESPONSE-FILE' TO EL-PARAGRAPH
           PERFORM 9999-ABEND.

       6000-FIND-SOURCE-FOR-BRANCH.
