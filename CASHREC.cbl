       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CASHREC.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : BRANCH CASH DECLARATION RECONCILIATION          *
      *                                                                *
      *  Function    : RECONCILE EACH BRANCH'S CASHDECL CLOSE-OF-DAY   *
      *                DECLARATION (BRANCH, BUSINESS DATE, DECLARED    *
      *                CASH AND CARD TOTALS) AGAINST THE NIGHT'S NET   *
      *                SALES VALUE FROM BRCHOUT (PRICE TIMES QUANTITY, *
      *                RETURNS NETTED) FOR THE RUN'S BUSINESS DATE. A  *
      *                BRANCH WHOSE DECLARED TAKINGS DIFFER FROM ITS   *
      *                SALES BY MORE THAN THE CASHPARM TOLERANCE IS    *
      *                REPORTED AS OVER OR SHORT BY BRANCH WITHIN      *
      *                REGION WITH THE BRANCH MANAGER'S NAME, AND      *
      *                EVERY BRANCH OPEN ON THE BRANCHES MASTER OR     *
      *                THAT TRADED BUT SENT NO DECLARATION IS LISTED.  *
      *                EACH OVER, SHORT AND MISSING DECLARATION IS     *
      *                APPENDED TO THE CASHHIST HISTORY (EXCEPT IN A   *
      *                TRIAL RUN) AND THE REPORT SHOWS HOW MANY TIMES  *
      *                THE BRANCH HAS APPEARED THERE BEFORE, SO REPEAT *
      *                OFFENDERS STAND OUT. RUN BY DRIVER IN STEP 11   *
      *                AFTER BALANCE.                                  *
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
           SELECT BRANCH-IN ASSIGN TO BRANCHES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BRANCH-NO
           FILE STATUS IS WS-BRANCH-IN-STATUS.
           SELECT BRANCHINFO-IN ASSIGN TO BRCHOUT
           FILE STATUS IS WS-BRANCHINFO-STATUS.
           SELECT DECLARE-IN ASSIGN TO CASHDECL
           FILE STATUS IS WS-DECLARE-STATUS.
           SELECT REGION-IN ASSIGN TO REGIONS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REGION-CODE
           FILE STATUS IS WS-REGION-IN-STATUS.
           SELECT PARM-IN ASSIGN TO CASHPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT CASHHIST-IN ASSIGN TO CASHHIST
           FILE STATUS IS WS-CASHHIST-IN-STATUS.
           SELECT CASHHIST-OUT ASSIGN TO CASHHIST
           FILE STATUS IS WS-CASHHIST-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO CASHRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD BRANCH-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
           COPY BRANCHR.
      *
       FD BRANCHINFO-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 107 CHARACTERS.
       01 BRANCHINFO-RECORD.
           05 BI-ITEM                        PIC X(6).
           05 BI-OPTION                      PIC X(2).
           05 BI-BRANCH                      PIC X(4).
           05 BI-BRANCH-DESC                 PIC X(30).
           05 BI-PRICE                       PIC 9(5)V99.
           05 BI-QUANTITY                    PIC 9(3).
           05 BI-REGION                      PIC X(2).
           05 BI-MANAGER                     PIC X(20).
           05 BI-PHONE                       PIC X(12).
           05 BI-MOVEMENT-TYPE               PIC X(1).
           05 BI-OPTION-DESC                 PIC X(20).
       01 BRANCHINFO-TRAILER-RECORD.
           05 BI-TRAILER-ID                  PIC X(6).
           05 BI-TRAILER-COUNT               PIC 9(9).
           05 FILLER                         PIC X(92).
      *
       FD DECLARE-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 34 CHARACTERS.
       01 DECLARE-RECORD.
           05 CD-BRANCH                      PIC X(4).
           05 CD-BUSINESS-DATE               PIC 9(8).
           05 CD-DECLARED-CASH               PIC 9(9)V99.
           05 CD-DECLARED-CARD               PIC 9(9)V99.
      *
       FD REGION-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 52 CHARACTERS.
           COPY REGIONR.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 7 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-VALUE-TOLERANCE           PIC 9(5)V99.
      *
       FD CASHHIST-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 68 CHARACTERS.
       01 CASHHIST-IN-RECORD.
           05 CHI-BUSINESS-DATE              PIC 9(8).
           05 CHI-BRANCH                     PIC X(4).
           05 FILLER                         PIC X(56).
      *
       FD CASHHIST-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 68 CHARACTERS.
           COPY CASHHSTR.
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
       01 WS-BRANCH-IN-STATUS                PIC X(2).
           88 BRANCH-IN-OK                   VALUE "00".
           88 BRANCH-IN-EOF                  VALUE "10".
           88 BRANCH-IN-NOT-FOUND            VALUE "35".
       01 WS-BRANCHINFO-STATUS               PIC X(2).
           88 BRANCHINFO-OK                  VALUE "00".
           88 BRANCHINFO-EOF                 VALUE "10".
       01 WS-DECLARE-STATUS                  PIC X(2).
           88 DECLARE-OK                     VALUE "00".
           88 DECLARE-EOF                    VALUE "10".
           88 DECLARE-NOT-FOUND              VALUE "35".
       01 WS-REGION-IN-STATUS                PIC X(2).
           88 REGION-IN-OK                   VALUE "00".
           88 REGION-IN-NOT-FOUND            VALUE "35".
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PARM-IN-EOF                    VALUE "10".
           88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-CASHHIST-IN-STATUS              PIC X(2).
           88 CASHHIST-IN-OK                 VALUE "00".
           88 CASHHIST-IN-EOF                VALUE "10".
           88 CASHHIST-IN-NOT-FOUND          VALUE "35".
       01 WS-CASHHIST-STATUS                 PIC X(2).
           88 CASHHIST-OK                    VALUE "00".
           88 CASHHIST-NOT-FOUND             VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-TRIAL-FLAG                      PIC X VALUE 'N'.
           88 TRIAL-RUN                      VALUE 'Y'.
       01 WS-TRAILER-FOUND                   PIC X VALUE 'N'.
           88 TRAILER-FOUND                  VALUE 'Y'.
       01 WS-REGION-MAST-PRESENT             PIC X VALUE 'N'.
           88 REGION-MAST-PRESENT            VALUE 'Y'.
       01 WS-ANY-DATE                        PIC X VALUE 'N'.
           88 ANY-DATE                       VALUE 'Y'.
      *
       01 WS-TRIAL-BANNER                    PIC X(31) VALUE
           '** TRIAL RUN - NOT FOR ISSUE **'.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-TOLERANCE                       PIC 9(5)V99 VALUE 0.
       01 WS-MOVEMENT-VALUE                  PIC S9(11)V99 VALUE 0.
       01 WS-DECLARED-TOTAL                  PIC 9(11)V99 VALUE 0.
       01 WS-DIFFERENCE                      PIC S9(11)V99 VALUE 0.
       01 WS-ABS-DIFFERENCE                  PIC 9(11)V99 VALUE 0.
       01 WS-SEARCH-BRANCH                   PIC X(4) VALUE SPACES.
       01 WS-CUR-REGION                      PIC X(2) VALUE SPACES.
       01 WS-BT-SUB                          PIC 9(3) VALUE 0.
       01 WS-REGION-EXCEPTIONS               PIC 9(3) VALUE 0.
      *
      * Counters...
      *
       01 WS-BRCHOUT-READ-COUNT              PIC 9(9) VALUE 0.
       01 WS-DECLARE-READ-COUNT              PIC 9(7) VALUE 0.
       01 WS-OTHER-DATE-COUNT                PIC 9(7) VALUE 0.
       01 WS-DUPLICATE-COUNT                 PIC 9(7) VALUE 0.
       01 WS-HISTORY-READ-COUNT              PIC 9(7) VALUE 0.
       01 WS-EXPECTED-COUNT                  PIC 9(7) VALUE 0.
       01 WS-WITHIN-COUNT                    PIC 9(7) VALUE 0.
       01 WS-OVER-COUNT                      PIC 9(7) VALUE 0.
       01 WS-SHORT-COUNT                     PIC 9(7) VALUE 0.
       01 WS-MISSING-COUNT                   PIC 9(7) VALUE 0.
       01 WS-HISTORY-WRITTEN                 PIC 9(7) VALUE 0.
      *
      * Region and company totals...
      *
       01 WS-REGION-SALES                    PIC S9(11)V99 VALUE 0.
       01 WS-REGION-CASH                     PIC 9(11)V99 VALUE 0.
       01 WS-REGION-CARD                     PIC 9(11)V99 VALUE 0.
       01 WS-REGION-DIFFERENCE               PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-SALES                     PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-CASH                      PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CARD                      PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-DIFFERENCE                PIC S9(11)V99 VALUE 0.
      *
      * One entry per branch expected to trade tonight, or that
      * sold or declared anything...
      *
       01 WS-BRANCH-TABLE.
          05 BT-ENTRIES                      PIC 9(3) VALUE 0.
          05 WS-BRANCH-ENTRY
             OCCURS 1 TO 500 TIMES
             DEPENDING ON BT-ENTRIES
             INDEXED BY BT.
             10 BT-BRANCH                    PIC X(4).
             10 BT-REGION                    PIC X(2).
             10 BT-DESC                      PIC X(30).
             10 BT-MANAGER                   PIC X(20).
             10 BT-EXPECTED                  PIC X(1).
                88 BT-IS-EXPECTED            VALUE 'Y'.
             10 BT-SALES                     PIC S9(11)V99.
             10 BT-DECLARED                  PIC X(1).
                88 BT-HAS-DECLARED           VALUE 'Y'.
             10 BT-CASH                      PIC 9(9)V99.
             10 BT-CARD                      PIC 9(9)V99.
             10 BT-DIFFERENCE                PIC S9(11)V99.
             10 BT-RESULT                    PIC X(1).
                88 BT-WITHIN                 VALUE 'W'.
                88 BT-OVER                   VALUE 'O'.
                88 BT-SHORT                  VALUE 'S'.
                88 BT-NOT-DECLARED           VALUE 'N'.
                88 BT-NOT-TRADING            VALUE 'X'.
                88 BT-EXCEPTION              VALUE 'O', 'S', 'N'.
             10 BT-PRIOR                     PIC 9(5).
      *
      * Region list...
      *
       01 WS-REGION-TABLE.
          05 RG-ENTRIES                      PIC 9(3) VALUE 0.
          05 WS-REGION-ENTRY
             OCCURS 1 TO 50 TIMES
             DEPENDING ON RG-ENTRIES
             INDEXED BY RG.
             10 RG-REGION                    PIC X(2).
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'BRANCH CASH DECLARATION RECONCILIATION'.
             10 FILLER                       PIC X(15)   VALUE
                'BUSINESS DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(14)   VALUE
                '   TOLERANCE: '.
             10 WS-H1-TOLERANCE              PIC ZZZZ9.99.
             10 FILLER                       PIC X(47)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(8)    VALUE
                'REGION: '.
             10 WS-H2-REGION                 PIC X(2).
             10 FILLER                       PIC X(1)    VALUE SPACE.
             10 WS-H2-REGION-NAME            PIC X(30).
             10 FILLER                       PIC X(1)    VALUE SPACE.
             10 FILLER                       PIC X(18)   VALUE
                'REGIONAL MANAGER: '.
             10 WS-H2-REGION-MANAGER         PIC X(20).
             10 FILLER                       PIC X(52)   VALUE SPACES.
          05 WS-HEADER3-MSG.
             10 FILLER                       PIC X(6)    VALUE 'BRCH'.
             10 FILLER                       PIC X(22)   VALUE
                'DESCRIPTION'.
             10 FILLER                       PIC X(22)   VALUE
                'MANAGER'.
             10 FILLER                       PIC X(16)   VALUE
                '      NET SALES'.
             10 FILLER                       PIC X(13)   VALUE
                '        CASH'.
             10 FILLER                       PIC X(13)   VALUE
                '        CARD'.
             10 FILLER                       PIC X(17)   VALUE
                '     DIFFERENCE'.
             10 FILLER                       PIC X(15)   VALUE
                'RESULT'.
             10 FILLER                       PIC X(8)    VALUE
                'PRIOR'.
          05 WS-DETAIL-LINE.
             10 WS-DET-BRANCH                PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-DESC                  PIC X(20).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-MANAGER               PIC X(20).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-SALES                 PIC Z(10)9.99-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-CASH                  PIC Z(8)9.99.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-CARD                  PIC Z(8)9.99.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-DIFFERENCE            PIC Z(10)9.99-.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-RESULT                PIC X(14).
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-PRIOR                 PIC Z(4)9.
             10 FILLER                       PIC X(3)    VALUE SPACES.
          05 WS-NONE-LINE.
             10 FILLER                       PIC X(6)    VALUE SPACES.
             10 FILLER                       PIC X(40)   VALUE
                'ALL BRANCHES WITHIN TOLERANCE'.
             10 FILLER                       PIC X(86)   VALUE SPACES.
          05 WS-SUM-LINE.
             10 WS-SUM-TEXT                  PIC X(50).
             10 WS-SUM-SALES                 PIC Z(10)9.99-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-SUM-CASH                  PIC Z(8)9.99.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-SUM-CARD                  PIC Z(8)9.99.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-SUM-DIFFERENCE            PIC Z(10)9.99-.
             10 FILLER                       PIC X(25)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-TEXT                  PIC X(36).
             10 WS-TOT-VALUE                 PIC Z(6)9.
             10 FILLER                       PIC X(89)   VALUE SPACES.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-RECONCILE-BRANCH
              VARYING WS-BT-SUB FROM 1 BY 1
              UNTIL WS-BT-SUB > BT-ENTRIES

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL
      *    Without a run control every declaration on file is taken
      *    as being for tonight, the way DWFEED treats its history.
           IF WS-BUSINESS-DATE = 0
              MOVE 'Y' TO WS-ANY-DATE
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF
           DISPLAY 'CASH RECONCILIATION FOR BUSINESS DATE: '
              WS-BUSINESS-DATE

           PERFORM 4600-READ-PARM-IN

           PERFORM 1100-LOAD-BRANCH-MASTER
           PERFORM 1200-LOAD-NET-SALES
           PERFORM 1300-LOAD-DECLARATIONS
           PERFORM 1400-COUNT-PRIOR-OFFENCES

           OPEN INPUT REGION-IN
           IF REGION-IN-OK
              MOVE 'Y' TO WS-REGION-MAST-PRESENT
           ELSE
              IF REGION-IN-NOT-FOUND
                 DISPLAY '** WARNING: NO REGION MASTER - PAGE '
                    'HEADINGS CARRY THE RAW CODE **'
              ELSE
                 DISPLAY '** REGION-IN FILE IS NOT OK **'
                 DISPLAY '** REGION-IN: ' WS-REGION-IN-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF

      *    A trial run reports but leaves the history alone, so it
      *    does not count against the branches.
           IF NOT TRIAL-RUN
              OPEN EXTEND CASHHIST-OUT
              IF CASHHIST-NOT-FOUND
                 OPEN OUTPUT CASHHIST-OUT
              END-IF
              IF NOT CASHHIST-OK
                 DISPLAY '** CASHHIST FILE IS NOT OK **'
                 DISPLAY '** CASHHIST: ' WS-CASHHIST-STATUS
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
           END-IF.

       1100-LOAD-BRANCH-MASTER.
      *    Every branch open on the master by tonight is expected to
      *    declare, whether or not it sold anything.
           OPEN INPUT BRANCH-IN
           IF BRANCH-IN-NOT-FOUND
              DISPLAY '** WARNING: NO BRANCH MASTER - ONLY BRANCHES '
                 'THAT TRADED ARE EXPECTED TO DECLARE **'
           ELSE
              IF NOT BRANCH-IN-OK
                 DISPLAY '** BRANCH-IN FILE IS NOT OK **'
                 DISPLAY '** BRANCH-IN: ' WS-BRANCH-IN-STATUS
                 MOVE '1100-LOAD-BRANCH-MASTER' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1110-LOAD-ONE-BRANCH UNTIL BRANCH-IN-EOF
              CLOSE BRANCH-IN
           END-IF.

       1110-LOAD-ONE-BRANCH.
           READ BRANCH-IN
              AT END SET BRANCH-IN-EOF TO TRUE
           END-READ
           IF BRANCH-IN-OK
              MOVE BRANCH-NO TO WS-SEARCH-BRANCH
              PERFORM 4100-FIND-BRANCH-ENTRY
              MOVE BRANCH-REGION TO BT-REGION(BT)
              MOVE BRANCH-DESC TO BT-DESC(BT)
              MOVE BRANCH-MANAGER TO BT-MANAGER(BT)
              IF BRANCH-OPEN
                 AND BRANCH-OPEN-DATE NOT > WS-BUSINESS-DATE
                 MOVE 'Y' TO BT-EXPECTED(BT)
              END-IF
           END-IF.

       1200-LOAD-NET-SALES.
           OPEN INPUT BRANCHINFO-IN
           IF NOT BRANCHINFO-OK
              DISPLAY '** BRANCHINFO-IN FILE IS NOT OK **'
              DISPLAY '** BRANCHINFO-IN: ' WS-BRANCHINFO-STATUS
              MOVE '1200-LOAD-NET-SALES' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1210-LOAD-ONE-MOVEMENT UNTIL BRANCHINFO-EOF
           CLOSE BRANCHINFO-IN
           IF NOT TRAILER-FOUND
              DISPLAY '** WARNING: NO CONTROL TRAILER ON '
                 'BRANCHINFO-IN **'
           END-IF.

       1210-LOAD-ONE-MOVEMENT.
           READ BRANCHINFO-IN
              AT END CONTINUE
           END-READ
           IF BRANCHINFO-OK
              IF BI-TRAILER-ID = 'TRAILR'
                 MOVE 'Y' TO WS-TRAILER-FOUND
                 IF BI-TRAILER-COUNT NOT = WS-BRCHOUT-READ-COUNT
                    DISPLAY '** BRANCHINFO TRAILER COUNT MISMATCH **'
                    DISPLAY '** TRAILER: ' BI-TRAILER-COUNT
                       ' RECORDS READ: ' WS-BRCHOUT-READ-COUNT
                    MOVE '1210-LOAD-ONE-MOVEMENT' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 MOVE "10" TO WS-BRANCHINFO-STATUS
              ELSE
                 ADD 1 TO WS-BRCHOUT-READ-COUNT
                 COMPUTE WS-MOVEMENT-VALUE = BI-PRICE * BI-QUANTITY
                 IF BI-MOVEMENT-TYPE = 'R'
                    COMPUTE WS-MOVEMENT-VALUE = 0 - WS-MOVEMENT-VALUE
                 END-IF
                 MOVE BI-BRANCH TO WS-SEARCH-BRANCH
                 PERFORM 4100-FIND-BRANCH-ENTRY
                 IF BT-REGION(BT) = SPACES
                    MOVE BI-REGION TO BT-REGION(BT)
                    MOVE BI-BRANCH-DESC TO BT-DESC(BT)
                    MOVE BI-MANAGER TO BT-MANAGER(BT)
                 END-IF
                 MOVE 'Y' TO BT-EXPECTED(BT)
                 ADD WS-MOVEMENT-VALUE TO BT-SALES(BT)
              END-IF
           END-IF.

       1300-LOAD-DECLARATIONS.
           OPEN INPUT DECLARE-IN
           IF DECLARE-NOT-FOUND
              DISPLAY '** WARNING: NO CASH DECLARATIONS RECEIVED - '
                 'EVERY TRADING BRANCH IS LISTED AS NOT DECLARED **'
           ELSE
              IF NOT DECLARE-OK
                 DISPLAY '** CASHDECL FILE IS NOT OK **'
                 DISPLAY '** CASHDECL: ' WS-DECLARE-STATUS
                 MOVE '1300-LOAD-DECLARATIONS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1310-LOAD-ONE-DECLARATION UNTIL DECLARE-EOF
              CLOSE DECLARE-IN
           END-IF.

       1310-LOAD-ONE-DECLARATION.
           READ DECLARE-IN
              AT END CONTINUE
           END-READ
           IF DECLARE-OK
              ADD 1 TO WS-DECLARE-READ-COUNT
              IF CD-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                 AND NOT ANY-DATE
                 ADD 1 TO WS-OTHER-DATE-COUNT
                 DISPLAY '** DECLARATION FOR ANOTHER DATE IGNORED: '
                    CD-BRANCH ' ' CD-BUSINESS-DATE
              ELSE
                 MOVE CD-BRANCH TO WS-SEARCH-BRANCH
                 PERFORM 4100-FIND-BRANCH-ENTRY
      *          Only the first declaration a branch sends is taken;
      *          a second one is reported for the branch to explain.
                 IF BT-HAS-DECLARED(BT)
                    ADD 1 TO WS-DUPLICATE-COUNT
                    DISPLAY '** DUPLICATE DECLARATION IGNORED: '
                       CD-BRANCH
                 ELSE
                    MOVE 'Y' TO BT-DECLARED(BT)
                    MOVE CD-DECLARED-CASH TO BT-CASH(BT)
                    MOVE CD-DECLARED-CARD TO BT-CARD(BT)
                 END-IF
              END-IF
           END-IF.

       1400-COUNT-PRIOR-OFFENCES.
           OPEN INPUT CASHHIST-IN
           IF CASHHIST-IN-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT CASHHIST-IN-OK
                 DISPLAY '** CASHHIST FILE IS NOT OK **'
                 DISPLAY '** CASHHIST: ' WS-CASHHIST-IN-STATUS
                 MOVE '1400-COUNT-PRIOR-OFFENCES' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1410-COUNT-ONE-OFFENCE UNTIL CASHHIST-IN-EOF
              CLOSE CASHHIST-IN
           END-IF.

       1410-COUNT-ONE-OFFENCE.
           READ CASHHIST-IN
              AT END CONTINUE
           END-READ
           IF CASHHIST-IN-OK
              ADD 1 TO WS-HISTORY-READ-COUNT
              IF CHI-BUSINESS-DATE < WS-BUSINESS-DATE
                 SET BT TO 1
                 SEARCH WS-BRANCH-ENTRY
                    AT END
                       CONTINUE
                    WHEN BT-BRANCH(BT) = CHI-BRANCH
                       ADD 1 TO BT-PRIOR(BT)
                 END-SEARCH
              END-IF
           END-IF.

       2000-RECONCILE-BRANCH.
           SET BT TO WS-BT-SUB
           COMPUTE WS-DECLARED-TOTAL = BT-CASH(BT) + BT-CARD(BT)
           COMPUTE BT-DIFFERENCE(BT) =
              WS-DECLARED-TOTAL - BT-SALES(BT)
           IF BT-DIFFERENCE(BT) < 0
              COMPUTE WS-ABS-DIFFERENCE = 0 - BT-DIFFERENCE(BT)
           ELSE
              MOVE BT-DIFFERENCE(BT) TO WS-ABS-DIFFERENCE
           END-IF

      *    A branch that neither traded nor declared is not expected
      *    tonight and is left out altogether.
           IF NOT BT-HAS-DECLARED(BT)
              IF BT-IS-EXPECTED(BT)
                 SET BT-NOT-DECLARED(BT) TO TRUE
                 ADD 1 TO WS-MISSING-COUNT
              ELSE
                 SET BT-NOT-TRADING(BT) TO TRUE
              END-IF
           ELSE
              IF WS-ABS-DIFFERENCE NOT > WS-TOLERANCE
                 SET BT-WITHIN(BT) TO TRUE
                 ADD 1 TO WS-WITHIN-COUNT
              ELSE
                 IF BT-DIFFERENCE(BT) > 0
                    SET BT-OVER(BT) TO TRUE
                    ADD 1 TO WS-OVER-COUNT
                 ELSE
                    SET BT-SHORT(BT) TO TRUE
                    ADD 1 TO WS-SHORT-COUNT
                 END-IF
              END-IF
           END-IF

           IF NOT BT-NOT-TRADING(BT)
              ADD 1 TO WS-EXPECTED-COUNT
              PERFORM 2100-NOTE-REGION
              IF BT-EXCEPTION(BT) AND NOT TRIAL-RUN
                 PERFORM 2200-WRITE-HISTORY
              END-IF
           END-IF.

       2100-NOTE-REGION.
           SET RG TO 1
           SEARCH WS-REGION-ENTRY
              AT END
                 IF RG-ENTRIES = 50
                    DISPLAY '** REGION TABLE FULL **'
                    MOVE '2100-NOTE-REGION' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO RG-ENTRIES
                 MOVE BT-REGION(BT) TO RG-REGION(RG-ENTRIES)
              WHEN RG-REGION(RG) = BT-REGION(BT)
                 CONTINUE
           END-SEARCH.

       2200-WRITE-HISTORY.
           MOVE WS-BUSINESS-DATE TO CH-BUSINESS-DATE
           MOVE BT-BRANCH(BT) TO CH-BRANCH
           MOVE BT-REGION(BT) TO CH-REGION
           MOVE BT-SALES(BT) TO CH-NET-SALES
           MOVE BT-CASH(BT) TO CH-DECLARED-CASH
           MOVE BT-CARD(BT) TO CH-DECLARED-CARD
           MOVE BT-DIFFERENCE(BT) TO CH-DIFFERENCE
           MOVE BT-RESULT(BT) TO CH-STATUS
           MOVE WS-RUN-NUMBER TO CH-RUN-NUMBER
           WRITE CASH-HIST-RECORD
           IF NOT CASHHIST-OK
              DISPLAY '** CASHHIST WRITE IS NOT OK **'
              DISPLAY '** CASHHIST: ' WS-CASHHIST-STATUS
              MOVE '2200-WRITE-HISTORY' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-HISTORY-WRITTEN.

       3000-END-PROCESS.
           MOVE WS-BUSINESS-DATE TO WS-H1-DATE
           MOVE WS-TOLERANCE TO WS-H1-TOLERANCE

           PERFORM 5000-PRINT-REGION-PAGE
              VARYING RG FROM 1 BY 1 UNTIL RG > RG-ENTRIES

           PERFORM 5400-WRITE-TOTALS

           IF REGION-MAST-PRESENT
              CLOSE REGION-IN
           END-IF
           IF NOT TRIAL-RUN
              CLOSE CASHHIST-OUT
           END-IF
           CLOSE PRINT-OUT

           DISPLAY 'BRCHOUT RECORDS READ: ' WS-BRCHOUT-READ-COUNT
           DISPLAY 'DECLARATIONS READ: ' WS-DECLARE-READ-COUNT
           DISPLAY 'DECLARATIONS FOR OTHER DATES: '
              WS-OTHER-DATE-COUNT
           DISPLAY 'DUPLICATE DECLARATIONS: ' WS-DUPLICATE-COUNT
           DISPLAY 'BRANCHES RECONCILED: ' WS-EXPECTED-COUNT
           DISPLAY 'WITHIN TOLERANCE: ' WS-WITHIN-COUNT
           DISPLAY 'OVER: ' WS-OVER-COUNT
           DISPLAY 'SHORT: ' WS-SHORT-COUNT
           DISPLAY 'NOT DECLARED: ' WS-MISSING-COUNT
           DISPLAY 'HISTORY ENTRIES WRITTEN: ' WS-HISTORY-WRITTEN.

       4100-FIND-BRANCH-ENTRY.
           SET BT TO 1
           SEARCH WS-BRANCH-ENTRY
              AT END
                 IF BT-ENTRIES = 500
                    DISPLAY '** BRANCH TABLE FULL **'
                    MOVE '4100-FIND-BRANCH-ENTRY' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO BT-ENTRIES
                 SET BT TO BT-ENTRIES
                 MOVE WS-SEARCH-BRANCH TO BT-BRANCH(BT)
                 MOVE SPACES TO BT-REGION(BT)
                 MOVE 'NOT ON BRANCH MASTER' TO BT-DESC(BT)
                 MOVE SPACES TO BT-MANAGER(BT)
                 MOVE 'N' TO BT-EXPECTED(BT)
                 MOVE 0 TO BT-SALES(BT)
                 MOVE 'N' TO BT-DECLARED(BT)
                 MOVE 0 TO BT-CASH(BT)
                 MOVE 0 TO BT-CARD(BT)
                 MOVE 0 TO BT-DIFFERENCE(BT)
                 MOVE SPACES TO BT-RESULT(BT)
                 MOVE 0 TO BT-PRIOR(BT)
              WHEN BT-BRANCH(BT) = WS-SEARCH-BRANCH
                 CONTINUE
           END-SEARCH.

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
              IF PARM-IN-OK AND PARM-VALUE-TOLERANCE NUMERIC
                 MOVE PARM-VALUE-TOLERANCE TO WS-TOLERANCE
              END-IF
              CLOSE PARM-IN
           END-IF.

       4950-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL-IN
           IF RUNCTL-NOT-FOUND
              MOVE 0 TO WS-RUN-NUMBER
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
                 MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER
                 MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
                 MOVE RC-TRIAL-FLAG TO WS-TRIAL-FLAG
              END-IF
              CLOSE RUNCTL-IN
           END-IF.

       5000-PRINT-REGION-PAGE.
           MOVE RG-REGION(RG) TO WS-CUR-REGION
           PERFORM 5050-LOOKUP-REGION-MASTER

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           IF TRIAL-RUN
              MOVE WS-TRIAL-BANNER TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF
           MOVE WS-CUR-REGION TO WS-H2-REGION
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER3-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE 0 TO WS-REGION-EXCEPTIONS
           MOVE 0 TO WS-REGION-SALES
           MOVE 0 TO WS-REGION-CASH
           MOVE 0 TO WS-REGION-CARD
           MOVE 0 TO WS-REGION-DIFFERENCE
           PERFORM 5100-PRINT-BRANCH
              VARYING WS-BT-SUB FROM 1 BY 1
              UNTIL WS-BT-SUB > BT-ENTRIES
           IF WS-REGION-EXCEPTIONS = 0
              MOVE WS-NONE-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF

           MOVE 'REGION TOTAL - ALL BRANCHES' TO WS-SUM-TEXT
           MOVE WS-REGION-SALES TO WS-SUM-SALES
           MOVE WS-REGION-CASH TO WS-SUM-CASH
           MOVE WS-REGION-CARD TO WS-SUM-CARD
           MOVE WS-REGION-DIFFERENCE TO WS-SUM-DIFFERENCE
           MOVE WS-SUM-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           ADD WS-REGION-SALES TO WS-TOTAL-SALES
           ADD WS-REGION-CASH TO WS-TOTAL-CASH
           ADD WS-REGION-CARD TO WS-TOTAL-CARD
           ADD WS-REGION-DIFFERENCE TO WS-TOTAL-DIFFERENCE

           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5050-LOOKUP-REGION-MASTER.
           MOVE SPACES TO WS-H2-REGION-NAME
           MOVE SPACES TO WS-H2-REGION-MANAGER
           IF REGION-MAST-PRESENT
              MOVE WS-CUR-REGION TO REGION-CODE
              READ REGION-IN
                 INVALID KEY
                    MOVE 'UNKNOWN REGION' TO WS-H2-REGION-NAME
                 NOT INVALID KEY
                    MOVE REGION-NAME TO WS-H2-REGION-NAME
                    MOVE REGION-MANAGER TO WS-H2-REGION-MANAGER
              END-READ
           END-IF.

       5100-PRINT-BRANCH.
           IF BT-REGION(WS-BT-SUB) = WS-CUR-REGION
              AND NOT BT-NOT-TRADING(WS-BT-SUB)
              ADD BT-SALES(WS-BT-SUB) TO WS-REGION-SALES
              ADD BT-CASH(WS-BT-SUB) TO WS-REGION-CASH
              ADD BT-CARD(WS-BT-SUB) TO WS-REGION-CARD
              ADD BT-DIFFERENCE(WS-BT-SUB) TO WS-REGION-DIFFERENCE
              IF BT-EXCEPTION(WS-BT-SUB)
                 ADD 1 TO WS-REGION-EXCEPTIONS
                 PERFORM 5200-PRINT-BRANCH-LINE
              END-IF
           END-IF.

       5200-PRINT-BRANCH-LINE.
           MOVE BT-BRANCH(WS-BT-SUB) TO WS-DET-BRANCH
           MOVE BT-DESC(WS-BT-SUB) TO WS-DET-DESC
           MOVE BT-MANAGER(WS-BT-SUB) TO WS-DET-MANAGER
           MOVE BT-SALES(WS-BT-SUB) TO WS-DET-SALES
           MOVE BT-CASH(WS-BT-SUB) TO WS-DET-CASH
           MOVE BT-CARD(WS-BT-SUB) TO WS-DET-CARD
           MOVE BT-DIFFERENCE(WS-BT-SUB) TO WS-DET-DIFFERENCE
           MOVE BT-PRIOR(WS-BT-SUB) TO WS-DET-PRIOR
           EVALUATE TRUE
              WHEN BT-OVER(WS-BT-SUB)
                 MOVE 'OVER' TO WS-DET-RESULT
              WHEN BT-SHORT(WS-BT-SUB)
                 MOVE 'SHORT' TO WS-DET-RESULT
              WHEN OTHER
                 MOVE 'NOT DECLARED' TO WS-DET-RESULT
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5400-WRITE-TOTALS.
           MOVE 'COMPANY TOTAL - ALL BRANCHES' TO WS-SUM-TEXT
           MOVE WS-TOTAL-SALES TO WS-SUM-SALES
           MOVE WS-TOTAL-CASH TO WS-SUM-CASH
           MOVE WS-TOTAL-CARD TO WS-SUM-CARD
           MOVE WS-TOTAL-DIFFERENCE TO WS-SUM-DIFFERENCE
           MOVE WS-SUM-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE 'BRANCHES RECONCILED:' TO WS-TOT-TEXT
           MOVE WS-EXPECTED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'WITHIN TOLERANCE:' TO WS-TOT-TEXT
           MOVE WS-WITHIN-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'OVER:' TO WS-TOT-TEXT
           MOVE WS-OVER-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'SHORT:' TO WS-TOT-TEXT
           MOVE WS-SHORT-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'NOT DECLARED:' TO WS-TOT-TEXT
           MOVE WS-MISSING-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'DECLARATIONS FOR OTHER DATES:' TO WS-TOT-TEXT
           MOVE WS-OTHER-DATE-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'DUPLICATE DECLARATIONS IGNORED:' TO WS-TOT-TEXT
           MOVE WS-DUPLICATE-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       9999-ABEND.
           MOVE 'CASHREC' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
