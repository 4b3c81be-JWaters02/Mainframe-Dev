      *  Function    : BUILD ONE SMALL RESULTS PACK PER BRANCH FROM    *
      *                THE ENRICHED BRCHOUT FILE EX6 WRITES AND THE    *
      *                BRCHEXC EXCEPTIONS - THE BRANCH'S ACCEPTED      *
      *                MOVEMENT COUNT, ITS NET UNITS AND VALUE BY ITEM *
      *                AND ITS OWN EXCEPTIONS - READY TO TRANSMIT BACK *
      *                WITH THE MORNING DISTRIBUTION. EACH PACK IS THE *
      *                DATASET THE BRANCH'S ACTIVE BRPACK ENTRY ON THE *
      *                DISTDIR DISTRIBUTION DIRECTORY NAMES, ALLOCATED *
      *                THROUGH DSALLOC TO THE BRPACK DD THE SAME WAY   *
      *                REP4SPLT ALLOCATES ITS PARTNER FILES; A BRANCH  *
      *                WITH NO ENTRY IS REPORTED, WARNED AND SKIPPED.  *
      *                A CONTROL REPORT LISTS EVERY PACK PRODUCED.     *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT BALANCE-OUT ASSIGN TO BALCNT
           FILE STATUS IS WS-BALANCE-OUT-STATUS.
           SELECT DISTDIR-IN ASSIGN TO DISTDIR
           FILE STATUS IS WS-DISTDIR-STATUS.
           SELECT BRPACK-FILE ASSIGN TO BRPACK
           FILE STATUS IS WS-BRPACK-STATUS.
           SELECT PRINT-OUT ASSIGN TO PACKPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
           RECORD CONTAINS 31 CHARACTERS.
           COPY BALCNT.
      *
       FD DISTDIR-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 79 CHARACTERS.
           COPY DISTDIRR.
      *
       FD BRPACK-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 92 CHARACTERS.
       01 BRPACK-RECORD                      PIC X(92).
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
       01 WS-BALANCE-OUT-STATUS              PIC X(2).
          88 BALANCE-OUT-OK                  VALUE "00".
          88 BALANCE-OUT-NOT-FOUND           VALUE "35".
       01 WS-DISTDIR-STATUS                  PIC X(2).
          88 DISTDIR-OK                      VALUE "00".
          88 DISTDIR-EOF                     VALUE "10".
          88 DISTDIR-NOT-FOUND               VALUE "35".
       01 WS-BRPACK-STATUS                   PIC X(2).
          88 BRPACK-OK                       VALUE "00".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-BRCHOUT-COUNT                   PIC 9(9) VALUE 0.
       01 WS-BRCHEXC-COUNT                   PIC 9(9) VALUE 0.
       01 WS-PACKS-PRODUCED                  PIC 9(3) VALUE 0.
       01 WS-SKIPPED-BRANCHES                PIC 9(3) VALUE 0.
       01 WS-CUR-FILE-NO                     PIC 9(3) VALUE 0.
       01 WS-BRPACK-DSNAME                   PIC X(44) VALUE SPACES.
       01 WS-PACK-LINE                       PIC X(92) VALUE SPACES.
       01 WS-BR-SUB                          PIC 9(3) VALUE 0.
       01 WS-IT-SUB                          PIC 9(5) VALUE 0.
            10 BT-REGION                     PIC X(2).
            10 BT-MANAGER                    PIC X(20).
            10 BT-MOVE-COUNT                 PIC 9(7).
      *
      * Pack datasets loaded from the active BRPACK entries of the
      * distribution directory...
      *
       01 DIRECTORY-TABLE.
          05 DT-ENTRIES                      PIC 9(3) VALUE 0.
          05 DIRECTORY-TABLE-ENTRY
            OCCURS 1 TO 100 TIMES
            DEPENDING ON DT-ENTRIES
            INDEXED BY DT.
            10 DT-BRANCH                     PIC X(4).
            10 DT-DSNAME                     PIC X(44).
      *
       01 ITEM-TABLE.
          05 IT-ENTRIES                      PIC 9(5) VALUE 0.
                '   EXCEPTIONS'.
             10 FILLER                       PIC X(55)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-FILE                  PIC ZZ9.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-BRANCH                PIC X(4).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-DET-RECORDS               PIC Z(6)9.
             10 WS-DET-EXCEPTIONS            PIC Z(6)9.
             10 FILLER                       PIC X(54)   VALUE SPACES.
       01 WS-DET-EXC-COUNT                   PIC 9(5) VALUE 0.
       01 WS-NO-PACK-WARN-TEXT.
          05 FILLER                          PIC X(28)   VALUE
             'NO DISTDIR ENTRY FOR BRANCH '.
          05 WS-NP-BRANCH                    PIC X(4).
          05 FILLER                          PIC X(28)   VALUE
             ' - PACK SKIPPED'.
      *
       COPY ERRLOGL.
       COPY DSALLOCL.
       COPY WARNLOGL.

       PROCEDURE DIVISION.
       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL

           PERFORM 1700-LOAD-DIRECTORY

           OPEN INPUT BRCHOUT-IN
           IF NOT BRCHOUT-IN-OK
              DISPLAY '** BRCHOUT-IN FILE IS NOT OK **'

           PERFORM 4000-READ-BRCHOUT.

       1700-LOAD-DIRECTORY.
           OPEN INPUT DISTDIR-IN
           IF DISTDIR-NOT-FOUND
              DISPLAY '** NO DISTRIBUTION DIRECTORY - NO PACK '
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
              IF DD-FILE-ID = 'BRPACK' AND DD-IS-ACTIVE
                 IF DD-KEY = SPACES OR DD-DSNAME = SPACES
                    DISPLAY '** INVALID DIRECTORY ENTRY IGNORED: '
                       DIST-DIR-RECORD
                 ELSE
                    IF DT-ENTRIES = 100
                       DISPLAY '** DIRECTORY TABLE FULL **'
                       MOVE '1800-LOAD-ONE-DIRECTORY' TO EL-PARAGRAPH
                       PERFORM 9999-ABEND
                    END-IF
                    ADD 1 TO DT-ENTRIES
                    MOVE DD-KEY TO DT-BRANCH(DT-ENTRIES)
                    MOVE DD-DSNAME TO DT-DSNAME(DT-ENTRIES)
                 END-IF
              END-IF
           END-IF.

       2000-LOAD-BRCHOUT.
           IF BRCHOUT-IN-OK
              ADD 1 TO WS-BRCHOUT-COUNT
           END-IF.

       3000-WRITE-ONE-PACK.
      *    Each pack goes to the dataset the branch's directory entry
      *    names; a branch the directory does not list is warned and
      *    skipped.
           PERFORM 5650-LOOKUP-DIRECTORY
           IF WS-BRPACK-DSNAME = SPACES
              ADD 1 TO WS-SKIPPED-BRANCHES
              DISPLAY '** NO PACK FILE FOR BRANCH '
                 BT-BRANCH(WS-BR-SUB) ' - PACK SKIPPED **'
              MOVE BT-BRANCH(WS-BR-SUB) TO WS-NP-BRANCH
              MOVE WS-NO-PACK-WARN-TEXT TO WL-WARNING-TEXT
              PERFORM 9800-LOG-WARNING
           ELSE
              ADD 1 TO WS-CUR-FILE-NO
              PERFORM 5700-OPEN-CURRENT-PACK
              ADD 1 TO WS-PACKS-PRODUCED

           CLOSE PRINT-OUT

           IF WS-SKIPPED-BRANCHES > 0
              DISPLAY '** BRANCHES WITH NO DIRECTORY ENTRY SKIPPED: '
                 WS-SKIPPED-BRANCHES ' **'
           END-IF

           END-IF.

       5300-WRITE-TO-CURRENT-PACK.
           MOVE WS-PACK-LINE TO BRPACK-RECORD
           WRITE BRPACK-RECORD.

       5400-CLOSE-CURRENT-PACK.
           CLOSE BRPACK-FILE
           SET DA-FREE TO TRUE
           CALL 'DSALLOC' USING DSALLOC-PARM.

       5500-REPORT-PACK.
           MOVE WS-CUR-FILE-NO TO WS-DET-FILE
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5650-LOOKUP-DIRECTORY.
           MOVE SPACES TO WS-BRPACK-DSNAME
           SET DT TO 1
           SEARCH DIRECTORY-TABLE-ENTRY
              AT END
                 CONTINUE
              WHEN DT-BRANCH(DT) = BT-BRANCH(WS-BR-SUB)
                 MOVE DT-DSNAME(DT) TO WS-BRPACK-DSNAME
           END-SEARCH.

       5700-OPEN-CURRENT-PACK.
      *    Each branch's pack dataset is allocated in turn to the fixed
      *    BRPACK DD.
           MOVE 'BRPACK' TO DA-DDNAME
           MOVE WS-BRPACK-DSNAME TO DA-DSNAME
           MOVE 92 TO DA-LRECL
           SET DA-ALLOC-OUTPUT TO TRUE
           CALL 'DSALLOC' USING DSALLOC-PARM
           IF DA-FAILED
              DISPLAY '** BRPACK NOT ALLOCATED FOR BRANCH '
                 BT-BRANCH(WS-BR-SUB) ' RC ' DA-DYN-RC ': '
                 WS-BRPACK-DSNAME
              MOVE '5700-OPEN-CURRENT-PACK' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT BRPACK-FILE
           IF NOT BRPACK-OK
              DISPLAY '** PACK OUTPUT FILE FOR BRANCH '
                 BT-BRANCH(WS-BR-SUB) ' IS NOT OK **'
              DISPLAY '** BRPACK: ' WS-BRPACK-STATUS ' '
                 WS-BRPACK-DSNAME
              MOVE '5700-OPEN-CURRENT-PACK' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.
