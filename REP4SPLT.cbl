      *                                                                *
      *  Function    : SPLIT THE REP4IN EXTRACT INTO ONE OUTPUT FILE   *
      *                PER TRADING PARTNER, BREAKING ON R-PARTNER THE  *
      *                SAME WAY REPORT4 DOES. EACH PARTNER FILE GETS A *
      *                HEADER CARRYING THE PARTNER CODE AND NAME FROM  *
      *                THE PARTNERS MASTER AND A TRAILER WITH THE      *
      *                RECORD COUNT AND RETAIL VALUE. A DISTRIBUTION   *
      *                CONTROL REPORT LISTS EVERY FILE PRODUCED. EACH  *
      *                PARTNER FILE IS THE DATASET THE PARTNER'S       *
      *                ACTIVE PARTOUT ENTRY ON THE DISTDIR             *
      *                DISTRIBUTION DIRECTORY NAMES, ALLOCATED THROUGH *
      *                DSALLOC TO THE PARTOUT DD IN TURN; A PARTNER    *
      *                WITH NO ENTRY IS REPORTED AND SKIPPED.          *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PARTNER-CODE
           FILE STATUS IS WS-PARTNER-IN-STATUS.
           SELECT DISTDIR-IN ASSIGN TO DISTDIR
           FILE STATUS IS WS-DISTDIR-STATUS.
           SELECT PARTOUT-FILE ASSIGN TO PARTOUT
           FILE STATUS IS WS-PARTOUT-STATUS.
           SELECT PRINT-OUT ASSIGN TO SPLTPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
       FD PARTNER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 171 CHARACTERS.
           COPY PARTNERR.
      *
       FD DISTDIR-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 79 CHARACTERS.
           COPY DISTDIRR.
      *
       FD PARTOUT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 45 CHARACTERS.
       01 PARTOUT-RECORD                    PIC X(45).
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
       01 WS-PARTNER-IN-STATUS              PIC X(2).
          88 PARTNER-IN-OK                  VALUE "00".
          88 PARTNER-IN-EOF                 VALUE "10".
       01 WS-DISTDIR-STATUS                 PIC X(2).
          88 DISTDIR-OK                     VALUE "00".
          88 DISTDIR-EOF                    VALUE "10".
          88 DISTDIR-NOT-FOUND              VALUE "35".
       01 WS-PARTOUT-STATUS                 PIC X(2).
          88 PARTOUT-OK                     VALUE "00".
       01 WS-PRINT-OUT-STATUS               PIC X(2).
       01 WS-HEADER-CHECKED                 PIC X VALUE 'N'.
       01 WS-TRAILER-FOUND                  PIC X VALUE 'N'.
          88 TRAILER-FOUND                  VALUE 'Y'.
       01 WS-FILE-OPEN                      PIC X VALUE 'N'.
          88 FILE-OPEN                      VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-CUR-PARTNER                    PIC X(2) VALUE LOW-VALUES.
       01 WS-CUR-FILE-NO                    PIC 9(3) VALUE 0.
       01 WS-PARTOUT-DSNAME                 PIC X(44) VALUE SPACES.
       01 WS-CUR-PARTNER-NAME               PIC X(30) VALUE SPACES.
       01 WS-FILE-RECORD                    PIC X(45) VALUE SPACES.
       01 WS-SPLIT-HEADER.
          05 SH-HEADER-ID                   PIC X(6).
          05 SH-PARTNER                     PIC X(2).
          05 SH-PARTNER-NAME                PIC X(30).
          05 FILLER                         PIC X(7).
       01 WS-SPLIT-TRAILER.
          05 ST-TRAILER-ID                  PIC X(6).
          05 ST-RECORD-COUNT                PIC 9(9).
          05 ST-RETAIL-VALUE                PIC 9(9)V99.
          05 FILLER                         PIC X(19).
      *
      * Counters...
      *
       01 WS-FILE-RECORD-COUNT              PIC 9(9) VALUE 0.
       01 WS-FILE-RETAIL-VALUE              PIC 9(9)V99 VALUE 0.
       01 WS-SKIPPED-COUNT                  PIC 9(9) VALUE 0.
       01 WS-FILES-PRODUCED                 PIC 9(3) VALUE 0.
      *
      * Partner name table loaded from PARTNERS...
      *
           05 PT-CODE                       PIC X(2).
           05 PT-NAME                       PIC X(30).
      *
      * Partner output datasets loaded from the active PARTOUT
      * entries of the distribution directory...
      *
       01 DIRECTORY-TABLE.
         03 DT-ENTRIES                      PIC 9(4) VALUE 0.
         03 DIRECTORY-TABLE-ENTRY
           OCCURS 1 TO 500 TIMES
           DEPENDING ON DT-ENTRIES
           INDEXED BY DT.
           05 DT-PARTNER                    PIC X(2).
           05 DT-DSNAME                     PIC X(44).
      *
      * Messages...
      *
       01 WS-MESSAGES.
                '   RETAIL-VALUE'.
             10 FILLER                      PIC X(20)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-FILE                 PIC ZZ9.
             10 FILLER                      PIC X(3)    VALUE SPACES.
             10 WS-DET-PARTNER              PIC X(2).
             10 FILLER                      PIC X(7)    VALUE SPACES.
             10 WS-DET-NAME                 PIC X(30).
             10 FILLER                      PIC X(21)   VALUE SPACES.
      *
       COPY ERRLOGL.
       COPY DSALLOCL.

       PROCEDURE DIVISION.
      *

           PERFORM 4800-CLOSE-PARTNER-IN

           PERFORM 1700-LOAD-DIRECTORY

           PERFORM 4000-OPEN-REP-IN

           OPEN OUTPUT PRINT-OUT
              MOVE PARTNER-NAME TO PT-NAME(PT-ENTRIES)
           END-IF.

       1700-LOAD-DIRECTORY.
           OPEN INPUT DISTDIR-IN
           IF DISTDIR-NOT-FOUND
              DISPLAY '** NO DISTRIBUTION DIRECTORY - NO PARTNER '
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
              IF DD-FILE-ID = 'PARTOUT' AND DD-IS-ACTIVE
                 IF DD-PARTNER = SPACES OR DD-DSNAME = SPACES
                    DISPLAY '** INVALID DIRECTORY ENTRY IGNORED: '
                       DIST-DIR-RECORD
                 ELSE
                    IF DT-ENTRIES = 500
                       DISPLAY '** DIRECTORY TABLE FULL **'
                       MOVE '1800-LOAD-ONE-DIRECTORY' TO EL-PARAGRAPH
                       PERFORM 9999-ABEND
                    END-IF
                    ADD 1 TO DT-ENTRIES
                    MOVE DD-PARTNER TO DT-PARTNER(DT-ENTRIES)
                    MOVE DD-DSNAME TO DT-DSNAME(DT-ENTRIES)
                 END-IF
              END-IF
           END-IF.

       2000-MAIN-PROCESS.
           IF REP-IN-OK
              ADD 1 TO WS-REP-IN-COUNT
           PERFORM 4200-CLOSE-REP-IN

           IF WS-SKIPPED-COUNT > 0
              DISPLAY '** PARTNERS WITH NO DIRECTORY ENTRY SKIPPED - '
                 'RECORDS: ' WS-SKIPPED-COUNT ' **'
           END-IF

           END-IF.

       5000-CLOSE-CURRENT-PARTNER.
           IF FILE-OPEN
              MOVE SPACES TO WS-SPLIT-TRAILER
              MOVE 'TRAILR' TO ST-TRAILER-ID
              MOVE WS-FILE-RECORD-COUNT TO ST-RECORD-COUNT
           MOVE 0 TO WS-FILE-RETAIL-VALUE.

       5100-OPEN-NEXT-PARTNER.
      *    Each partner's file is the dataset its directory entry
      *    names; a partner the directory does not list has nowhere
      *    to be sent.
           PERFORM 5600-LOOKUP-PARTNER-NAME
           PERFORM 5650-LOOKUP-DIRECTORY
           IF WS-PARTOUT-DSNAME NOT = SPACES
              ADD 1 TO WS-CUR-FILE-NO
              PERFORM 5700-OPEN-CURRENT-FILE
              MOVE SPACES TO WS-SPLIT-HEADER
              MOVE 'HEADER' TO SH-HEADER-ID
              PERFORM 5300-WRITE-TO-CURRENT-FILE
              ADD 1 TO WS-FILES-PRODUCED
           ELSE
              DISPLAY '** NO DIRECTORY ENTRY FOR PARTNER '
                 WS-CUR-PARTNER ' - RECORDS WILL BE SKIPPED **'
           END-IF.

       5200-WRITE-PARTNER-DETAIL.
           IF FILE-OPEN
              ADD 1 TO WS-FILE-RECORD-COUNT
              ADD R-RETAIL-VALUE TO WS-FILE-RETAIL-VALUE
              MOVE REPIN-RECORD TO WS-FILE-RECORD
           END-IF.

       5300-WRITE-TO-CURRENT-FILE.
           MOVE WS-FILE-RECORD TO PARTOUT-RECORD
           WRITE PARTOUT-RECORD.

       5400-CLOSE-CURRENT-FILE.
           CLOSE PARTOUT-FILE
           SET DA-FREE TO TRUE
           CALL 'DSALLOC' USING DSALLOC-PARM
           MOVE 'N' TO WS-FILE-OPEN.

       5500-REPORT-FILE.
           MOVE WS-CUR-FILE-NO TO WS-DET-FILE
                 MOVE PT-NAME(PT) TO WS-CUR-PARTNER-NAME
           END-SEARCH.

       5650-LOOKUP-DIRECTORY.
           MOVE SPACES TO WS-PARTOUT-DSNAME
           SET DT TO 1
           SEARCH DIRECTORY-TABLE-ENTRY
              AT END
                 CONTINUE
              WHEN DT-PARTNER(DT) = WS-CUR-PARTNER
                 MOVE DT-DSNAME(DT) TO WS-PARTOUT-DSNAME
           END-SEARCH.

       5700-OPEN-CURRENT-FILE.
      *    Each partner's dataset is allocated in turn to the fixed
      *    PARTOUT DD.
           MOVE 'PARTOUT' TO DA-DDNAME
           MOVE WS-PARTOUT-DSNAME TO DA-DSNAME
           MOVE 45 TO DA-LRECL
           SET DA-ALLOC-OUTPUT TO TRUE
           CALL 'DSALLOC' USING DSALLOC-PARM
           IF DA-FAILED
              DISPLAY '** PARTOUT NOT ALLOCATED FOR ' WS-CUR-PARTNER
                 ' RC ' DA-DYN-RC ': ' WS-PARTOUT-DSNAME
              MOVE '5700-OPEN-CURRENT-FILE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT PARTOUT-FILE
           IF NOT PARTOUT-OK
              DISPLAY '** PARTNER OUTPUT FILE FOR ' WS-CUR-PARTNER
                 ' IS NOT OK **'
              DISPLAY '** PARTOUT: ' WS-PARTOUT-STATUS ' '
                 WS-PARTOUT-DSNAME
              MOVE '5700-OPEN-CURRENT-FILE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           MOVE 'Y' TO WS-FILE-OPEN.

       9999-ABEND.
           MOVE 'REP4SPLT' TO EL-PROGRAM-ID
