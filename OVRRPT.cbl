       IDENTIFICATION DIVISION.
       PROGRAM-ID.   OVRRPT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : PRICE OVERRIDE COMPLIANCE                       *
      *                                                                *
      *  Function    : PRICE OVERRIDE COMPLIANCE REPORT. EX3 APPENDS   *
      *                EVERY MOVEMENT PRICED OUTSIDE THE BAND TO THE   *
      *                OVRHIST HISTORY WITH THE RUN NUMBER AND         *
      *                BUSINESS DATE. FOR THE LAST N RUNS (OVRPARM,    *
      *                DEFAULT 8) EACH BRANCH SHOWS ITS OVERRIDE COUNT *
      *                AND UNITS, ITS SALES UNITS FROM REPHIST, THE    *
      *                OVERRIDDEN SHARE OF ALL UNITS, THE VALUE GIVEN  *
      *                AWAY (EXPECTED LESS ACTUAL PRICE TIMES          *
      *                QUANTITY) AND ITS OVERRIDE COUNT RUN BY RUN.    *
      *                BRANCHES OVER THE COMPLIANCE THRESHOLD          *
      *                (OVRPARM, DEFAULT 2.00%) PRINT FIRST, WORST     *
      *                FIRST, WITH THEIR MANAGER FROM BRANCHES; THE    *
      *                REST FOLLOW IN BRANCH ORDER WITH A COMPANY      *
      *                TOTAL.                                          *
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
           SELECT OVRHIST-IN ASSIGN TO OVRHIST
           FILE STATUS IS WS-OVRHIST-STATUS.
           SELECT REP-HISTORY ASSIGN TO REPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-RECORD-KEY
           ALTERNATE RECORD KEY IS HIST-BRANCH WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-ITEM WITH DUPLICATES
           FILE STATUS IS WS-HIST-STATUS.
           SELECT BRANCH-IN ASSIGN TO BRANCHES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BRANCH-NO
           FILE STATUS IS WS-BRANCH-IN-STATUS.
           SELECT PARM-IN ASSIGN TO OVRPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO OVRPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD OVRHIST-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 45 CHARACTERS.
           COPY OVRHISTR.
      *
       FD REP-HISTORY
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
           COPY REPHIST.
      *
       FD BRANCH-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
           COPY BRANCHR.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 7 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-RUN-WINDOW                PIC 9(2).
           05 PARM-THRESHOLD-PCT             PIC 9(3)V99.
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
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
       01 WS-OVRHIST-STATUS                  PIC X(2).
           88 OVRHIST-OK                     VALUE "00".
           88 OVRHIST-EOF                    VALUE "10".
           88 OVRHIST-NOT-FOUND              VALUE "35".
       01 WS-HIST-STATUS                     PIC X(2).
           88 HIST-OK                        VALUE "00", "02".
           88 HIST-EOF                       VALUE "10".
           88 HIST-NOT-FOUND                 VALUE "35".
       01 WS-BRANCH-IN-STATUS                PIC X(2).
           88 BRANCH-IN-OK                   VALUE "00".
           88 BRANCH-IN-EOF                  VALUE "10".
           88 BRANCH-IN-NOT-FOUND            VALUE "35".
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PARM-IN-EOF                    VALUE "10".
           88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
      *
       01 WS-HISTORY-PRESENT                 PIC X VALUE 'Y'.
           88 HISTORY-PRESENT                VALUE 'Y'.
       01 WS-BRANCH-FOUND                    PIC X VALUE 'N'.
           88 BRANCH-FOUND                   VALUE 'Y'.
       01 WS-PRINT-PASS                      PIC X VALUE 'O'.
           88 PRINTING-OVER                  VALUE 'O'.
           88 PRINTING-WITHIN                VALUE 'W'.
      *
      * Variables...
      *
      *    Runs reported and the override share of sales above which
      *    a branch is out of compliance, when OVRPARM gives neither.
       01 WS-RUN-WINDOW                      PIC 9(2) VALUE 8.
       01 WS-THRESHOLD-PCT                   PIC 9(3)V99 VALUE 2.00.
       01 WS-MAX-RUN-NUMBER                  PIC 9(5) VALUE 0.
       01 WS-FIRST-RUN-NUMBER                PIC S9(6) VALUE 0.
       01 WS-FIRST-DATE                      PIC 9(8) VALUE 99999999.
       01 WS-RUN-COL                         PIC 9(2) VALUE 0.
       01 WS-GIVEN                           PIC S9(9)V99 VALUE 0.
       01 WS-OVR-PCT                         PIC 9(3)V99 VALUE 0.
       01 WS-BEST-PCT                        PIC S9(3)V99 VALUE 0.
       01 WS-CUR-BRANCH                      PIC X(4) VALUE SPACES.
       01 WS-BASE-UNITS                      PIC 9(11) VALUE 0.
      *
      * Counters...
      *
       01 WS-OVH-READ-COUNT                  PIC 9(9) VALUE 0.
       01 WS-OVH-SELECTED-COUNT              PIC 9(9) VALUE 0.
       01 WS-HIST-SELECTED-COUNT             PIC 9(9) VALUE 0.
       01 WS-OVER-COUNT                      PIC 9(5) VALUE 0.
       01 WS-WITHIN-COUNT                    PIC 9(5) VALUE 0.
      *
      * Company totals...
      *
       01 WS-COMPANY-TOTALS.
          05 WS-TOT-OVERRIDES                PIC 9(9).
          05 WS-TOT-OVR-UNITS                PIC 9(9).
          05 WS-TOT-SALES-UNITS              PIC 9(11).
          05 WS-TOT-GIVEN                    PIC S9(11)V99.
          05 WS-TOT-TREND OCCURS 8 TIMES     PIC 9(7).
      *
      * Overrides and sales accumulated by branch, with the override
      * count for each run in the window...
      *
       01 BRANCH-TABLE.
          05 BT-ENTRIES                      PIC 9(3) VALUE 0.
          05 BRANCH-TABLE-ENTRY
            OCCURS 1 TO 500 TIMES
            DEPENDING ON BT-ENTRIES
            INDEXED BY BT.
            10 BT-BRANCH                     PIC X(4).
            10 BT-MANAGER                    PIC X(20).
            10 BT-ACTIVE                     PIC X(1).
               88 BT-IS-ACTIVE               VALUE 'Y'.
            10 BT-PRINTED                    PIC X(1).
               88 BT-IS-PRINTED              VALUE 'Y'.
            10 BT-OVERRIDES                  PIC 9(7).
            10 BT-OVR-UNITS                  PIC 9(9).
            10 BT-SALES-UNITS                PIC 9(11).
            10 BT-GIVEN                      PIC S9(9)V99.
            10 BT-OVR-PCT                    PIC 9(3)V99.
            10 BT-TREND OCCURS 8 TIMES       PIC 9(5).
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(30)   VALUE
                'PRICE OVERRIDE COMPLIANCE'.
             10 FILLER                       PIC X(6)    VALUE
                'RUNS: '.
             10 WS-H1-FIRST-RUN              PIC Z(4)9.
             10 FILLER                       PIC X(4)    VALUE
                ' TO '.
             10 WS-H1-LAST-RUN               PIC Z(4)9.
             10 FILLER                       PIC X(16)   VALUE
                '   THRESHOLD %: '.
             10 WS-H1-THRESHOLD              PIC ZZ9.99.
             10 FILLER                       PIC X(60)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(6)    VALUE 'BRCH'.
             10 FILLER                       PIC X(22)   VALUE
                'MANAGER'.
             10 FILLER                       PIC X(10)   VALUE
                ' OVERRIDES'.
             10 FILLER                       PIC X(10)   VALUE
                ' OVR-UNITS'.
             10 FILLER                       PIC X(12)   VALUE
                ' SALES-UNITS'.
             10 FILLER                       PIC X(8)    VALUE
                '  OVR-% '.
             10 FILLER                       PIC X(15)   VALUE
                '    VALUE-GIVEN'.
             10 FILLER                       PIC X(49)   VALUE
                '      OVERRIDES BY RUN'.
          05 WS-HEADER3-MSG.
             10 FILLER                       PIC X(83)   VALUE
                SPACES.
             10 WS-H3-RUN OCCURS 8 TIMES     PIC Z(5)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
          05 WS-SECTION-MSG.
             10 WS-SECTION-TEXT              PIC X(50).
             10 FILLER                       PIC X(82)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-BRANCH                PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-MANAGER               PIC X(20).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-OVERRIDES             PIC Z(8)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-OVR-UNITS             PIC Z(8)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-SALES-UNITS           PIC Z(10)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-OVR-PCT               PIC ZZ9.99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-GIVEN                 PIC Z(10)9.99-.
             10 WS-DET-TREND OCCURS 8 TIMES  PIC Z(5)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
          05 WS-NONE-MSG                     PIC X(40)   VALUE
             '  NONE'.
          05 WS-NO-DATA-MSG                  PIC X(40)   VALUE
             'NO PRICE OVERRIDES IN THE RUN WINDOW'.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           IF HISTORY-PRESENT
              PERFORM 2000-FIND-MAX-RUN UNTIL OVRHIST-EOF
              PERFORM 2500-SET-RUN-WINDOW
              PERFORM 2600-REOPEN-OVRHIST
              PERFORM 3000-ACCUMULATE-ONE UNTIL OVRHIST-EOF
              CLOSE OVRHIST-IN
           END-IF

           IF WS-OVH-SELECTED-COUNT > 0
              PERFORM 3500-ACCUMULATE-SALES
           END-IF

           PERFORM 3900-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4600-READ-PARM-IN
           PERFORM 4950-READ-RUN-CONTROL

           OPEN INPUT OVRHIST-IN
           IF OVRHIST-NOT-FOUND
              MOVE 'N' TO WS-HISTORY-PRESENT
              DISPLAY '** WARNING: NO PRICE OVERRIDE HISTORY FILE **'
           ELSE
              IF NOT OVRHIST-OK
                 DISPLAY '** OVRHIST FILE IS NOT OK **'
                 DISPLAY '** OVRHIST: ' WS-OVRHIST-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 4000-READ-OVRHIST
           END-IF

           PERFORM 1200-LOAD-BRANCH-MASTER

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       1200-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-IN
           IF BRANCH-IN-NOT-FOUND
              DISPLAY '** WARNING: NO BRANCH MASTER - MANAGERS ARE '
                 'NOT SHOWN **'
           ELSE
              IF NOT BRANCH-IN-OK
                 DISPLAY '** BRANCH-IN FILE IS NOT OK **'
                 DISPLAY '** BRANCH-IN: ' WS-BRANCH-IN-STATUS
                 MOVE '1200-LOAD-BRANCH-MASTER' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1210-LOAD-ONE-BRANCH UNTIL BRANCH-IN-EOF
              CLOSE BRANCH-IN
           END-IF.

       1210-LOAD-ONE-BRANCH.
           READ BRANCH-IN
              AT END SET BRANCH-IN-EOF TO TRUE
           END-READ
           IF BRANCH-IN-OK
              MOVE BRANCH-NO TO WS-CUR-BRANCH
              PERFORM 2100-FIND-BRANCH
              MOVE BRANCH-MANAGER TO BT-MANAGER(BT)
           END-IF.

       2000-FIND-MAX-RUN.
           IF OVRHIST-OK
              IF OVH-RUN-NUMBER > WS-MAX-RUN-NUMBER
                 MOVE OVH-RUN-NUMBER TO WS-MAX-RUN-NUMBER
              END-IF
           END-IF

           PERFORM 4000-READ-OVRHIST.

       2100-FIND-BRANCH.
           SET BT TO 1
           SEARCH BRANCH-TABLE-ENTRY
              AT END
                 IF BT-ENTRIES = 500
                    DISPLAY '** BRANCH TABLE FULL **'
                    MOVE '2100-FIND-BRANCH' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO BT-ENTRIES
                 SET BT TO BT-ENTRIES
                 INITIALIZE BRANCH-TABLE-ENTRY(BT)
                 MOVE WS-CUR-BRANCH TO BT-BRANCH(BT)
                 MOVE 'NOT ON BRANCH MASTER' TO BT-MANAGER(BT)
                 MOVE 'N' TO BT-ACTIVE(BT)
                 MOVE 'N' TO BT-PRINTED(BT)
              WHEN BT-BRANCH(BT) = WS-CUR-BRANCH
                 CONTINUE
           END-SEARCH.

       2500-SET-RUN-WINDOW.
      *    The window ends at tonight's run when the run control is
      *    ahead of the last run that recorded an override.
           IF WS-RUN-WINDOW > 8
              MOVE 8 TO WS-RUN-WINDOW
           END-IF
           COMPUTE WS-FIRST-RUN-NUMBER =
              WS-MAX-RUN-NUMBER - WS-RUN-WINDOW + 1
           IF WS-FIRST-RUN-NUMBER < 0
              MOVE 0 TO WS-FIRST-RUN-NUMBER
           END-IF
           PERFORM 2510-SET-ONE-RUN-HEADING
              VARYING WS-RUN-COL FROM 1 BY 1 UNTIL WS-RUN-COL > 8.

       2510-SET-ONE-RUN-HEADING.
           IF WS-RUN-COL > WS-RUN-WINDOW
              MOVE 0 TO WS-H3-RUN(WS-RUN-COL)
           ELSE
              COMPUTE WS-H3-RUN(WS-RUN-COL) =
                 WS-FIRST-RUN-NUMBER + WS-RUN-COL - 1
           END-IF.

       2600-REOPEN-OVRHIST.
           CLOSE OVRHIST-IN
           MOVE "00" TO WS-OVRHIST-STATUS
           OPEN INPUT OVRHIST-IN
           IF NOT OVRHIST-OK
              DISPLAY '** COULD NOT REOPEN OVRHIST **'
              MOVE '2600-REOPEN-OVRHIST' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 4000-READ-OVRHIST.

       3000-ACCUMULATE-ONE.
           IF OVRHIST-OK
              ADD 1 TO WS-OVH-READ-COUNT
              IF OVH-RUN-NUMBER NOT < WS-FIRST-RUN-NUMBER
                 AND OVH-RUN-NUMBER NOT > WS-MAX-RUN-NUMBER
                 ADD 1 TO WS-OVH-SELECTED-COUNT
                 IF OVH-BUSINESS-DATE > 0
                    AND OVH-BUSINESS-DATE < WS-FIRST-DATE
                    MOVE OVH-BUSINESS-DATE TO WS-FIRST-DATE
                 END-IF
                 MOVE OVH-BRANCH TO WS-CUR-BRANCH
                 PERFORM 2100-FIND-BRANCH
                 PERFORM 3100-ADD-OVERRIDE
              END-IF
           END-IF

           PERFORM 4000-READ-OVRHIST.

       3100-ADD-OVERRIDE.
      *    The value given away is what the till should have taken
      *    less what it took; a price over the band gives back a
      *    negative amount.
           MOVE 'Y' TO BT-ACTIVE(BT)
           ADD 1 TO BT-OVERRIDES(BT)
           ADD OVH-QUANTITY TO BT-OVR-UNITS(BT)
           COMPUTE WS-GIVEN =
              (OVH-EXPECTED-PRICE - OVH-PRICE) * OVH-QUANTITY
           ADD WS-GIVEN TO BT-GIVEN(BT)
           COMPUTE WS-RUN-COL =
              OVH-RUN-NUMBER - WS-FIRST-RUN-NUMBER + 1
           ADD 1 TO BT-TREND(BT, WS-RUN-COL).

       3500-ACCUMULATE-SALES.
      *    Movements priced outside the band never reach the sales
      *    history, so a branch's sales base is its posted units for
      *    the window's runs plus its overridden units. Posting
      *    starts no earlier than the first override in the window.
           OPEN INPUT REP-HISTORY
           IF HIST-NOT-FOUND
              DISPLAY '** WARNING: NO SALES HISTORY - OVERRIDE '
                 'SHARE IS OF OVERRIDDEN UNITS ONLY **'
           ELSE
              IF NOT HIST-OK
                 DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                 DISPLAY '** REP-HISTORY: ' WS-HIST-STATUS
                 MOVE '3500-ACCUMULATE-SALES' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              IF WS-FIRST-DATE = 99999999
                 MOVE 0 TO WS-FIRST-DATE
              END-IF
              MOVE WS-FIRST-DATE TO HIST-DATE
              MOVE LOW-VALUES TO HIST-KEY
              START REP-HISTORY KEY IS NOT LESS THAN HIST-RECORD-KEY
                 INVALID KEY
                    SET HIST-EOF TO TRUE
              END-START
              PERFORM 3510-ADD-ONE-SALE UNTIL HIST-EOF
              CLOSE REP-HISTORY
           END-IF.

       3510-ADD-ONE-SALE.
           READ REP-HISTORY NEXT RECORD
              AT END CONTINUE
           END-READ
           IF HIST-OK
              IF HIST-RUN-NUMBER NOT < WS-FIRST-RUN-NUMBER
                 AND HIST-RUN-NUMBER NOT > WS-MAX-RUN-NUMBER
                 ADD 1 TO WS-HIST-SELECTED-COUNT
                 MOVE HIST-BRANCH TO WS-CUR-BRANCH
                 PERFORM 2100-FIND-BRANCH
                 MOVE 'Y' TO BT-ACTIVE(BT)
                 ADD HIST-UNITS TO BT-SALES-UNITS(BT)
              END-IF
           ELSE
              IF NOT HIST-EOF
                 DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                 MOVE '3510-ADD-ONE-SALE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       3900-END-PROCESS.
           COMPUTE WS-H1-FIRST-RUN = WS-FIRST-RUN-NUMBER
           MOVE WS-MAX-RUN-NUMBER TO WS-H1-LAST-RUN
           MOVE WS-THRESHOLD-PCT TO WS-H1-THRESHOLD
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER3-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           IF WS-OVH-SELECTED-COUNT = 0
              MOVE WS-NO-DATA-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           ELSE
              INITIALIZE WS-COMPANY-TOTALS
              PERFORM 4100-FIGURE-ONE-PCT
                 VARYING BT FROM 1 BY 1 UNTIL BT > BT-ENTRIES

      *       Branches over the threshold first, worst first; the
      *       rest follow in branch order.
              MOVE 'BRANCHES OVER THE COMPLIANCE THRESHOLD'
                 TO WS-SECTION-TEXT
              PERFORM 5200-PRINT-SECTION-HEAD
              MOVE 'O' TO WS-PRINT-PASS
              PERFORM 4900-FIND-NEXT-BRANCH
              PERFORM 5000-PRINT-ONE-BRANCH UNTIL NOT BRANCH-FOUND
              IF WS-OVER-COUNT = 0
                 MOVE WS-NONE-MSG TO PRINT-OUT-RECORD
                 WRITE PRINT-OUT-RECORD
              END-IF

              MOVE 'BRANCHES WITHIN THE THRESHOLD' TO WS-SECTION-TEXT
              PERFORM 5200-PRINT-SECTION-HEAD
              MOVE 'W' TO WS-PRINT-PASS
              PERFORM 4900-FIND-NEXT-BRANCH
              PERFORM 5000-PRINT-ONE-BRANCH UNTIL NOT BRANCH-FOUND
              IF WS-WITHIN-COUNT = 0
                 MOVE WS-NONE-MSG TO PRINT-OUT-RECORD
                 WRITE PRINT-OUT-RECORD
              END-IF

              PERFORM 5100-PRINT-COMPANY-TOTAL
           END-IF

           CLOSE PRINT-OUT

           DISPLAY 'OVERRIDE HISTORY RECORDS READ: ' WS-OVH-READ-COUNT
           DISPLAY 'OVERRIDES IN RUN WINDOW: ' WS-OVH-SELECTED-COUNT
           DISPLAY 'SALES HISTORY RECORDS IN WINDOW: '
              WS-HIST-SELECTED-COUNT
           DISPLAY 'BRANCHES OVER THRESHOLD: ' WS-OVER-COUNT
           DISPLAY 'BRANCHES WITHIN THRESHOLD: ' WS-WITHIN-COUNT.

       4000-READ-OVRHIST.
           IF NOT OVRHIST-EOF
               READ OVRHIST-IN
               IF NOT OVRHIST-OK AND NOT OVRHIST-EOF
                  DISPLAY '** OVRHIST FILE IS NOT OK **'
                  DISPLAY '** READ OVRHIST: ' OVERRIDE-HIST-RECORD
                  MOVE '4000-READ-OVRHIST' TO EL-PARAGRAPH
                  PERFORM 9999-ABEND
               END-IF
           END-IF.

       4100-FIGURE-ONE-PCT.
           COMPUTE WS-BASE-UNITS =
              BT-SALES-UNITS(BT) + BT-OVR-UNITS(BT)
           IF WS-BASE-UNITS = 0
              MOVE 0 TO BT-OVR-PCT(BT)
           ELSE
              COMPUTE BT-OVR-PCT(BT) ROUNDED =
                 (BT-OVR-UNITS(BT) * 100) / WS-BASE-UNITS
                 ON SIZE ERROR
                    MOVE 999.99 TO BT-OVR-PCT(BT)
              END-COMPUTE
           END-IF.

       4600-READ-PARM-IN.
           OPEN INPUT PARM-IN
           IF PARM-IN-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT PARM-IN-OK
                 DISPLAY '** PARM-IN FILE IS NOT OK **'
                 DISPLAY '** PARM-IN: ' WS-PARM-IN-STATUS
                 MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              READ PARM-IN
                 AT END SET PARM-IN-EOF TO TRUE
              END-READ
              IF PARM-IN-OK
                 IF PARM-RUN-WINDOW NUMERIC
                    AND PARM-RUN-WINDOW > 0
                    MOVE PARM-RUN-WINDOW TO WS-RUN-WINDOW
                 END-IF
                 IF PARM-THRESHOLD-PCT NUMERIC
                    AND PARM-THRESHOLD-PCT > 0
                    MOVE PARM-THRESHOLD-PCT TO WS-THRESHOLD-PCT
                 END-IF
              END-IF
              CLOSE PARM-IN
           END-IF.

       4900-FIND-NEXT-BRANCH.
      *    Over the threshold the highest share prints next; within
      *    it the lowest branch number not yet printed.
           MOVE 'N' TO WS-BRANCH-FOUND
           MOVE HIGH-VALUES TO WS-CUR-BRANCH
           MOVE -1 TO WS-BEST-PCT
           PERFORM 4910-TEST-ONE-BRANCH
              VARYING BT FROM 1 BY 1
              UNTIL BT > BT-ENTRIES.

       4910-TEST-ONE-BRANCH.
           IF BT-IS-ACTIVE(BT)
              AND NOT BT-IS-PRINTED(BT)
              IF PRINTING-OVER
                 IF BT-OVR-PCT(BT) > WS-THRESHOLD-PCT
                    AND BT-OVR-PCT(BT) > WS-BEST-PCT
                    MOVE BT-OVR-PCT(BT) TO WS-BEST-PCT
                    MOVE BT-BRANCH(BT) TO WS-CUR-BRANCH
                    MOVE 'Y' TO WS-BRANCH-FOUND
                 END-IF
              ELSE
                 IF BT-BRANCH(BT) < WS-CUR-BRANCH
                    MOVE BT-BRANCH(BT) TO WS-CUR-BRANCH
                    MOVE 'Y' TO WS-BRANCH-FOUND
                 END-IF
              END-IF
           END-IF.

       4950-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL-IN
           IF RUNCTL-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT RUNCTL-OK
                 DISPLAY '** RUNCTL-IN FILE IS NOT OK **'
                 MOVE '4950-READ-RUN-CONTROL' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              READ RUNCTL-IN
                 AT END SET RUNCTL-EOF TO TRUE
              END-READ
              IF RUNCTL-OK
                 AND RC-RUN-NUMBER NUMERIC
                 MOVE RC-RUN-NUMBER TO WS-MAX-RUN-NUMBER
              END-IF
              CLOSE RUNCTL-IN
           END-IF.

       5000-PRINT-ONE-BRANCH.
           PERFORM 2100-FIND-BRANCH
           MOVE 'Y' TO BT-PRINTED(BT)
           IF PRINTING-OVER
              ADD 1 TO WS-OVER-COUNT
           ELSE
              ADD 1 TO WS-WITHIN-COUNT
           END-IF
           MOVE BT-BRANCH(BT) TO WS-DET-BRANCH
           MOVE BT-MANAGER(BT) TO WS-DET-MANAGER
           MOVE BT-OVERRIDES(BT) TO WS-DET-OVERRIDES
           MOVE BT-OVR-UNITS(BT) TO WS-DET-OVR-UNITS
           MOVE BT-SALES-UNITS(BT) TO WS-DET-SALES-UNITS
           MOVE BT-OVR-PCT(BT) TO WS-DET-OVR-PCT
           MOVE BT-GIVEN(BT) TO WS-DET-GIVEN
           PERFORM 5010-EDIT-ONE-TREND
              VARYING WS-RUN-COL FROM 1 BY 1 UNTIL WS-RUN-COL > 8
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           ADD BT-OVERRIDES(BT) TO WS-TOT-OVERRIDES
           ADD BT-OVR-UNITS(BT) TO WS-TOT-OVR-UNITS
           ADD BT-SALES-UNITS(BT) TO WS-TOT-SALES-UNITS
           ADD BT-GIVEN(BT) TO WS-TOT-GIVEN

           PERFORM 4900-FIND-NEXT-BRANCH.

       5010-EDIT-ONE-TREND.
           IF WS-RUN-COL > WS-RUN-WINDOW
              MOVE 0 TO WS-DET-TREND(WS-RUN-COL)
           ELSE
              MOVE BT-TREND(BT, WS-RUN-COL)
                 TO WS-DET-TREND(WS-RUN-COL)
              ADD BT-TREND(BT, WS-RUN-COL)
                 TO WS-TOT-TREND(WS-RUN-COL)
           END-IF.

       5100-PRINT-COMPANY-TOTAL.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'TOTL' TO WS-DET-BRANCH
           MOVE 'COMPANY' TO WS-DET-MANAGER
           MOVE WS-TOT-OVERRIDES TO WS-DET-OVERRIDES
           MOVE WS-TOT-OVR-UNITS TO WS-DET-OVR-UNITS
           MOVE WS-TOT-SALES-UNITS TO WS-DET-SALES-UNITS
           COMPUTE WS-BASE-UNITS =
              WS-TOT-SALES-UNITS + WS-TOT-OVR-UNITS
           IF WS-BASE-UNITS = 0
              MOVE 0 TO WS-OVR-PCT
           ELSE
              COMPUTE WS-OVR-PCT ROUNDED =
                 (WS-TOT-OVR-UNITS * 100) / WS-BASE-UNITS
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-OVR-PCT
              END-COMPUTE
           END-IF
           MOVE WS-OVR-PCT TO WS-DET-OVR-PCT
           MOVE WS-TOT-GIVEN TO WS-DET-GIVEN
           PERFORM 5110-EDIT-ONE-TOTAL-TREND
              VARYING WS-RUN-COL FROM 1 BY 1 UNTIL WS-RUN-COL > 8
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5110-EDIT-ONE-TOTAL-TREND.
           MOVE WS-TOT-TREND(WS-RUN-COL) TO WS-DET-TREND(WS-RUN-COL).

       5200-PRINT-SECTION-HEAD.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-SECTION-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       9999-ABEND.
           MOVE 'OVRRPT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
