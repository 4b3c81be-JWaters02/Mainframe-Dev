       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GENCMP.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : OUTPUT GENERATION COMPARISON                    *
      *                                                                *
      *  Function    : RECORD-LEVEL COMPARISON OF TWO GENERATIONS OF A *
      *                CHAIN OUTPUT, OR OF A GENERATION AND THE LIVE   *
      *                FILE, SO A TRIAL RUN OR A PROGRAM CHANGE CAN BE *
      *                SIGNED OFF ON EVIDENCE. GCMPPARM NAMES THE FILE *
      *                - CDOUT, CDOUTLOW, BRCHOUT, BRCHEXC OR ONE OF   *
      *                THE REP1IN/REP4IN/REP5IN/REP6IN EXTRACTS - AND  *
      *                THE TWO GENERATIONS, ZERO FOR THE LIVE FILE.    *
      *                EACH GENERATION IS VALIDATED THROUGH THE GENCAT *
      *                CATALOGUE (IT MUST EXIST, NOT BE PURGED AND     *
      *                HOLD THE FILE) AND THE DATASET THE RERUN JCL    *
      *                POINTS CMPIN1/CMPIN2 AT IS CHECKED AGAINST THE  *
      *                CATALOGUED COUNT. RECORDS ARE MATCHED ON THE    *
      *                FILE'S NATURAL KEY AND LISTED ON GCMPPRT AS     *
      *                ONLY IN THE FIRST, ONLY IN THE SECOND, OR       *
      *                PRESENT IN BOTH WITH EACH DIFFERING FIELD SIDE  *
      *                BY SIDE, WITH TOTALS PER CATEGORY. RETURN CODE  *
      *                4 WHEN THE FILES DIFFER.                        *
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
           SELECT PARM-IN ASSIGN TO GCMPPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT GENCAT-IN ASSIGN TO GENCAT
           FILE STATUS IS WS-GENCAT-STATUS.
           SELECT FIRST-25 ASSIGN TO CMPIN1
           FILE STATUS IS WS-FIRST-STATUS.
           SELECT FIRST-27 ASSIGN TO CMPIN1
           FILE STATUS IS WS-FIRST-STATUS.
           SELECT FIRST-45 ASSIGN TO CMPIN1
           FILE STATUS IS WS-FIRST-STATUS.
           SELECT FIRST-107 ASSIGN TO CMPIN1
           FILE STATUS IS WS-FIRST-STATUS.
           SELECT SECOND-25 ASSIGN TO CMPIN2
           FILE STATUS IS WS-SECOND-STATUS.
           SELECT SECOND-27 ASSIGN TO CMPIN2
           FILE STATUS IS WS-SECOND-STATUS.
           SELECT SECOND-45 ASSIGN TO CMPIN2
           FILE STATUS IS WS-SECOND-STATUS.
           SELECT SECOND-107 ASSIGN TO CMPIN2
           FILE STATUS IS WS-SECOND-STATUS.
           SELECT PRINT-OUT ASSIGN TO GCMPPRT
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
          05 GP-FILE-ID                     PIC X(08).
          05 GP-FIRST-GENERATION            PIC 9(04).
          05 GP-SECOND-GENERATION           PIC 9(04).
      *
       FD GENCAT-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01 GENCAT-RECORD.
          05 GI-GENERATION                  PIC 9(04).
          05 GI-DATE                        PIC 9(08).
          05 GI-FILE-ID                     PIC X(08).
          05 GI-RECORD-COUNT                PIC 9(09).
          05 GI-STATUS                      PIC X(01).
      *
       FD FIRST-25
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 25 CHARACTERS.
       01 FIRST-25-RECORD                   PIC X(25).
      *
       FD FIRST-27
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
       01 FIRST-27-RECORD                   PIC X(27).
      *
       FD FIRST-45
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 45 CHARACTERS.
       01 FIRST-45-RECORD                   PIC X(45).
      *
       FD FIRST-107
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 107 CHARACTERS.
       01 FIRST-107-RECORD                  PIC X(107).
      *
       FD SECOND-25
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 25 CHARACTERS.
       01 SECOND-25-RECORD                  PIC X(25).
      *
       FD SECOND-27
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
       01 SECOND-27-RECORD                  PIC X(27).
      *
       FD SECOND-45
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 45 CHARACTERS.
       01 SECOND-45-RECORD                  PIC X(45).
      *
       FD SECOND-107
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 107 CHARACTERS.
       01 SECOND-107-RECORD                 PIC X(107).
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01 PRINT-OUT-RECORD                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      * Flags...
      *
       01 WS-PARM-IN-STATUS                 PIC X(2).
          88 PARM-IN-OK                     VALUE "00".
          88 PARM-IN-EOF                    VALUE "10".
          88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-GENCAT-STATUS                  PIC X(2).
          88 GENCAT-OK                      VALUE "00".
          88 GENCAT-EOF                     VALUE "10".
          88 GENCAT-NOT-FOUND               VALUE "35".
       01 WS-FIRST-STATUS                   PIC X(2).
          88 FIRST-OK                       VALUE "00".
          88 FIRST-EOF                      VALUE "10".
       01 WS-SECOND-STATUS                  PIC X(2).
          88 SECOND-OK                      VALUE "00".
          88 SECOND-EOF                     VALUE "10".
       01 WS-PRINT-OUT-STATUS               PIC X(2).
          88 PRINT-OUT-OK                   VALUE "00".
       01 WS-ENTRY-FOUND                    PIC X VALUE 'N'.
          88 ENTRY-FOUND                    VALUE 'Y'.
       01 WS-RECORD-DIFFERS                 PIC X VALUE 'N'.
          88 RECORD-DIFFERS                 VALUE 'Y'.
      *
      * What is being compared...
      *
       01 WS-FILE-ID                        PIC X(8) VALUE SPACES.
       01 WS-LAYOUT                         PIC 9(1) VALUE 0.
          88 LAYOUT-CDOUT                   VALUE 1.
          88 LAYOUT-BRCHOUT                 VALUE 2.
          88 LAYOUT-BRCHEXC                 VALUE 3.
          88 LAYOUT-REPIN                   VALUE 4.
       01 WS-RECORD-LENGTH                  PIC 9(3) VALUE 0.
       01 WS-KEY-LENGTH                     PIC 9(3) VALUE 0.
       01 WS-SIDE                           PIC 9(1) VALUE 0.
       01 WS-GEN-CHECK.
          05 WS-GEN-SIDE OCCURS 2.
             10 WS-SIDE-GENERATION          PIC 9(4).
             10 WS-SIDE-DATE                PIC 9(8).
             10 WS-SIDE-CAT-COUNT           PIC 9(9).
             10 WS-SIDE-FOUND               PIC X.
                88 SIDE-FOUND               VALUE 'Y'.
             10 WS-SIDE-PURGED              PIC X.
                88 SIDE-PURGED              VALUE 'Y'.
             10 WS-SIDE-CATALOGUED          PIC X.
                88 SIDE-CATALOGUED          VALUE 'Y'.
      *
      * The fields of each layout below its natural key, by position,
      * so a matched pair can be compared field by field. Layout 1 is
      * CDOUT/CDOUTLOW, 2 BRCHOUT, 3 BRCHEXC and 4 the REPNIN
      * extracts.
      *
       01 WS-FIELD-DEFS-VAL.
          05 FILLER                         PIC X(19) VALUE
             '1PRICE       015007'.
          05 FILLER                         PIC X(19) VALUE
             '1QUANTITY    022003'.
          05 FILLER                         PIC X(19) VALUE
             '1MOVEMENT    025001'.
          05 FILLER                         PIC X(19) VALUE
             '2BRANCH DESC 013030'.
          05 FILLER                         PIC X(19) VALUE
             '2PRICE       043007'.
          05 FILLER                         PIC X(19) VALUE
             '2QUANTITY    050003'.
          05 FILLER                         PIC X(19) VALUE
             '2REGION      053002'.
          05 FILLER                         PIC X(19) VALUE
             '2MANAGER     055020'.
          05 FILLER                         PIC X(19) VALUE
             '2PHONE       075012'.
          05 FILLER                         PIC X(19) VALUE
             '2MOVEMENT    087001'.
          05 FILLER                         PIC X(19) VALUE
             '2OPTION DESC 088020'.
          05 FILLER                         PIC X(19) VALUE
             '3PRICE       015007'.
          05 FILLER                         PIC X(19) VALUE
             '3QUANTITY    022003'.
          05 FILLER                         PIC X(19) VALUE
             '3MOVEMENT    025001'.
          05 FILLER                         PIC X(19) VALUE
             '3REASON      026002'.
          05 FILLER                         PIC X(19) VALUE
             '4UNITS       018005'.
          05 FILLER                         PIC X(19) VALUE
             '4RETURN UNITS023005'.
          05 FILLER                         PIC X(19) VALUE
             '4COST VALUE  028009'.
          05 FILLER                         PIC X(19) VALUE
             '4RETAIL VALUE037009'.
       01 WS-FIELD-DEFS REDEFINES WS-FIELD-DEFS-VAL.
          05 WS-FIELD-DEF OCCURS 19 INDEXED BY FX.
             10 FLD-LAYOUT                  PIC 9(1).
             10 FLD-NAME                    PIC X(12).
             10 FLD-START                   PIC 9(3).
             10 FLD-LENGTH                  PIC 9(3).
      *
      * Records being worked on...
      *
       01 WS-FIRST-RECORD                   PIC X(107) VALUE SPACES.
       01 WS-FIRST-TAG-RED REDEFINES WS-FIRST-RECORD.
          05 WF-TAG                         PIC X(6).
          05 FILLER                         PIC X(101).
       01 WS-SECOND-RECORD                  PIC X(107) VALUE SPACES.
       01 WS-SECOND-TAG-RED REDEFINES WS-SECOND-RECORD.
          05 WN-TAG                         PIC X(6).
          05 FILLER                         PIC X(101).
      *
      * The second file, held for matching...
      *
       01 WS-SECOND-TABLE.
          05 CT-ENTRIES                     PIC 9(5) VALUE 0.
          05 WS-SECOND-ENTRY
             OCCURS 1 TO 20000 TIMES
             DEPENDING ON CT-ENTRIES
             INDEXED BY CT.
             10 CT-RECORD                   PIC X(107).
             10 CT-MATCHED                  PIC X(1).
                88 CT-IS-MATCHED            VALUE 'Y'.
      *
      * Counters...
      *
       01 WS-FIRST-COUNT                    PIC 9(7) VALUE 0.
       01 WS-SECOND-COUNT                   PIC 9(7) VALUE 0.
       01 WS-SAME-COUNT                     PIC 9(7) VALUE 0.
       01 WS-CHANGED-COUNT                  PIC 9(7) VALUE 0.
       01 WS-FIELD-DIFF-COUNT               PIC 9(7) VALUE 0.
       01 WS-ONLY-FIRST-COUNT               PIC 9(7) VALUE 0.
       01 WS-ONLY-SECOND-COUNT              PIC 9(7) VALUE 0.
       01 WS-READ-COUNT                     PIC 9(9) VALUE 0.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                      PIC X(25)   VALUE
                'GENERATION COMPARISON OF '.
             10 WS-H1-FILE                  PIC X(8).
             10 FILLER                      PIC X(9)    VALUE
                '  FIRST: '.
             10 WS-H1-FIRST                 PIC X(22).
             10 FILLER                      PIC X(10)   VALUE
                '  SECOND: '.
             10 WS-H1-SECOND                PIC X(22).
             10 FILLER                      PIC X(36)   VALUE SPACES.
          05 WS-GEN-LABEL.
             10 FILLER                      PIC X(4)    VALUE 'GEN '.
             10 WS-GL-GENERATION            PIC 9(4).
             10 FILLER                      PIC X(6)    VALUE
                ' DATE '.
             10 WS-GL-DATE                  PIC 9(8).
          05 WS-LIVE-LABEL                  PIC X(22)   VALUE
             'LIVE FILE'.
          05 WS-HEADER2-MSG.
             10 FILLER                      PIC X(16)   VALUE
                'CATEGORY'.
             10 FILLER                      PIC X(20)   VALUE
                'KEY'.
             10 FILLER                      PIC X(14)   VALUE
                'FIELD'.
             10 FILLER                      PIC X(32)   VALUE
                'FIRST'.
             10 FILLER                      PIC X(50)   VALUE
                'SECOND'.
          05 WS-ONLY-LINE.
             10 WS-ONLY-CATEGORY            PIC X(16).
             10 WS-ONLY-RECORD              PIC X(107).
             10 FILLER                      PIC X(9)    VALUE SPACES.
          05 WS-DIFF-LINE.
             10 WS-DIFF-CATEGORY            PIC X(16)   VALUE
                'DIFFERS'.
             10 WS-DIFF-KEY                 PIC X(20).
             10 WS-DIFF-FIELD               PIC X(14).
             10 WS-DIFF-FIRST               PIC X(30).
             10 FILLER                      PIC X(2)    VALUE SPACES.
             10 WS-DIFF-SECOND              PIC X(30).
             10 FILLER                      PIC X(20)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-LABEL                PIC X(30).
             10 WS-TOT-COUNT                PIC Z(6)9.
             10 FILLER                      PIC X(95)   VALUE SPACES.
          05 WS-NO-DATA-MSG                 PIC X(40)   VALUE
             'NO DIFFERENCES - THE FILES MATCH'.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-LOAD-SECOND-FILE

           PERFORM 3000-COMPARE-FIRST-FILE

           PERFORM 4000-REPORT-ONLY-IN-SECOND

           PERFORM 5000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 1100-READ-PARM-IN

           PERFORM 1200-RESOLVE-THROUGH-GENCAT

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           MOVE WS-FILE-ID TO WS-H1-FILE
           MOVE 1 TO WS-SIDE
           PERFORM 1400-FORMAT-SIDE-LABEL
           MOVE 2 TO WS-SIDE
           PERFORM 1400-FORMAT-SIDE-LABEL
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       1100-READ-PARM-IN.
      *    GCMPPARM names the file and the two generations to set
      *    side by side; generation zero is the live file. The rerun
      *    JCL points CMPIN1 and CMPIN2 at the datasets named.
           OPEN INPUT PARM-IN
           IF NOT PARM-IN-OK
              DISPLAY '** GCMPPARM FILE IS REQUIRED FOR COMPARISON **'
              MOVE '1100-READ-PARM-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           READ PARM-IN
              AT END SET PARM-IN-EOF TO TRUE
           END-READ
           IF NOT PARM-IN-OK
              OR GP-FIRST-GENERATION NOT NUMERIC
              OR GP-SECOND-GENERATION NOT NUMERIC
              OR (GP-FIRST-GENERATION = 0
                 AND GP-SECOND-GENERATION = 0)
              OR GP-FIRST-GENERATION = GP-SECOND-GENERATION
              DISPLAY '** GCMPPARM MUST NAME A FILE AND TWO '
                 'DIFFERENT GENERATIONS, AT MOST ONE OF THEM ZERO **'
              DISPLAY '** GCMPPARM: ' PARM-IN-RECORD
              MOVE '1100-READ-PARM-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           MOVE GP-FILE-ID TO WS-FILE-ID
           MOVE GP-FIRST-GENERATION TO WS-SIDE-GENERATION(1)
           MOVE GP-SECOND-GENERATION TO WS-SIDE-GENERATION(2)
           CLOSE PARM-IN

           EVALUATE WS-FILE-ID
              WHEN 'CDOUT'
              WHEN 'CDOUTLOW'
                 MOVE 1 TO WS-LAYOUT
                 MOVE 25 TO WS-RECORD-LENGTH
                 MOVE 14 TO WS-KEY-LENGTH
              WHEN 'BRCHOUT'
                 MOVE 2 TO WS-LAYOUT
                 MOVE 107 TO WS-RECORD-LENGTH
                 MOVE 12 TO WS-KEY-LENGTH
              WHEN 'BRCHEXC'
                 MOVE 3 TO WS-LAYOUT
                 MOVE 27 TO WS-RECORD-LENGTH
                 MOVE 14 TO WS-KEY-LENGTH
              WHEN 'REP1IN'
              WHEN 'REP4IN'
              WHEN 'REP5IN'
              WHEN 'REP6IN'
                 MOVE 4 TO WS-LAYOUT
                 MOVE 45 TO WS-RECORD-LENGTH
                 MOVE 17 TO WS-KEY-LENGTH
              WHEN OTHER
                 DISPLAY '** ' WS-FILE-ID ' IS NOT A FILE THAT CAN '
                    'BE COMPARED **'
                 MOVE '1100-READ-PARM-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
           END-EVALUATE.

       1200-RESOLVE-THROUGH-GENCAT.
      *    Each generation named must be on the catalogue, not yet
      *    purged, and have this file saved under it - the catalogued
      *    count is kept to check the dataset's trailer.
           MOVE 'N' TO WS-SIDE-FOUND(1) WS-SIDE-PURGED(1)
              WS-SIDE-CATALOGUED(1)
           MOVE 'N' TO WS-SIDE-FOUND(2) WS-SIDE-PURGED(2)
              WS-SIDE-CATALOGUED(2)
           MOVE 0 TO WS-SIDE-DATE(1) WS-SIDE-DATE(2)
           MOVE 0 TO WS-SIDE-CAT-COUNT(1) WS-SIDE-CAT-COUNT(2)
           OPEN INPUT GENCAT-IN
           IF GENCAT-NOT-FOUND
              DISPLAY '** NO GENERATION CATALOGUE ON FILE **'
              MOVE '1200-RESOLVE-THROUGH-GENCAT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           IF NOT GENCAT-OK
              DISPLAY '** GENCAT FILE IS NOT OK **'
              DISPLAY '** GENCAT: ' WS-GENCAT-STATUS
              MOVE '1200-RESOLVE-THROUGH-GENCAT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1250-SCAN-ONE-ENTRY UNTIL GENCAT-EOF
           CLOSE GENCAT-IN

           MOVE 1 TO WS-SIDE
           PERFORM 1300-VALIDATE-SIDE
           MOVE 2 TO WS-SIDE
           PERFORM 1300-VALIDATE-SIDE.

       1250-SCAN-ONE-ENTRY.
           READ GENCAT-IN
              AT END CONTINUE
           END-READ
           IF GENCAT-OK
              MOVE 1 TO WS-SIDE
              PERFORM 1260-TEST-ENTRY-FOR-SIDE
              MOVE 2 TO WS-SIDE
              PERFORM 1260-TEST-ENTRY-FOR-SIDE
           END-IF.

       1260-TEST-ENTRY-FOR-SIDE.
           IF WS-SIDE-GENERATION(WS-SIDE) > 0
              AND GI-GENERATION = WS-SIDE-GENERATION(WS-SIDE)
              MOVE 'Y' TO WS-SIDE-FOUND(WS-SIDE)
              MOVE GI-DATE TO WS-SIDE-DATE(WS-SIDE)
              IF GI-STATUS = 'P'
                 MOVE 'Y' TO WS-SIDE-PURGED(WS-SIDE)
              END-IF
              IF GI-FILE-ID = WS-FILE-ID
                 MOVE 'Y' TO WS-SIDE-CATALOGUED(WS-SIDE)
                 MOVE GI-RECORD-COUNT TO WS-SIDE-CAT-COUNT(WS-SIDE)
              END-IF
           END-IF.

       1300-VALIDATE-SIDE.
           IF WS-SIDE-GENERATION(WS-SIDE) > 0
              IF NOT SIDE-FOUND(WS-SIDE)
                 DISPLAY '** GENERATION ' WS-SIDE-GENERATION(WS-SIDE)
                    ' IS NOT ON THE GENERATION CATALOGUE **'
                 MOVE '1300-VALIDATE-SIDE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              IF SIDE-PURGED(WS-SIDE)
                 DISPLAY '** GENERATION ' WS-SIDE-GENERATION(WS-SIDE)
                    ' HAS BEEN PURGED - DATASETS NO LONGER HELD **'
                 MOVE '1300-VALIDATE-SIDE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              IF NOT SIDE-CATALOGUED(WS-SIDE)
                 DISPLAY '** ' WS-FILE-ID ' NOT CATALOGUED FOR '
                    'GENERATION ' WS-SIDE-GENERATION(WS-SIDE) ' **'
                 MOVE '1300-VALIDATE-SIDE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       1400-FORMAT-SIDE-LABEL.
           IF WS-SIDE-GENERATION(WS-SIDE) = 0
              IF WS-SIDE = 1
                 MOVE WS-LIVE-LABEL TO WS-H1-FIRST
              ELSE
                 MOVE WS-LIVE-LABEL TO WS-H1-SECOND
              END-IF
           ELSE
              MOVE WS-SIDE-GENERATION(WS-SIDE) TO WS-GL-GENERATION
              MOVE WS-SIDE-DATE(WS-SIDE) TO WS-GL-DATE
              IF WS-SIDE = 1
                 MOVE WS-GEN-LABEL TO WS-H1-FIRST
              ELSE
                 MOVE WS-GEN-LABEL TO WS-H1-SECOND
              END-IF
           END-IF.

       2000-LOAD-SECOND-FILE.
           MOVE 0 TO WS-READ-COUNT
           PERFORM 6200-OPEN-SECOND
           PERFORM 2100-LOAD-ONE-RECORD UNTIL SECOND-EOF
           PERFORM 6400-CLOSE-SECOND
           MOVE 2 TO WS-SIDE
           PERFORM 2200-CHECK-CATALOGUE-COUNT.

       2100-LOAD-ONE-RECORD.
           PERFORM 6300-READ-SECOND
           IF NOT SECOND-EOF
              ADD 1 TO WS-READ-COUNT
              EVALUATE WN-TAG
                 WHEN 'HEADER'
                 WHEN 'TRAILR'
                    CONTINUE
                 WHEN OTHER
                    IF CT-ENTRIES = 20000
                       DISPLAY '** COMPARISON TABLE FULL **'
                       MOVE '2100-LOAD-ONE-RECORD' TO EL-PARAGRAPH
                       PERFORM 9999-ABEND
                    END-IF
                    ADD 1 TO WS-SECOND-COUNT
                    ADD 1 TO CT-ENTRIES
                    SET CT TO CT-ENTRIES
                    MOVE WS-SECOND-RECORD TO CT-RECORD(CT)
                    MOVE 'N' TO CT-MATCHED(CT)
              END-EVALUATE
           END-IF.

       2200-CHECK-CATALOGUE-COUNT.
      *    CYCLEMGT catalogues every record it copied, header and
      *    trailer included, so a repointed DD that picks up the
      *    wrong dataset shows as a different count.
           IF WS-SIDE-GENERATION(WS-SIDE) > 0
              AND WS-READ-COUNT NOT = WS-SIDE-CAT-COUNT(WS-SIDE)
              DISPLAY '** ' WS-FILE-ID ' RECORD COUNT DOES NOT MATCH '
                 'THE CATALOGUE FOR GENERATION '
                 WS-SIDE-GENERATION(WS-SIDE)
                 ' - WRONG GENERATION DATASET? **'
              MOVE '2200-CHECK-CATALOGUE-COUNT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       3000-COMPARE-FIRST-FILE.
      *    The first file is checked against the catalogue before
      *    its records are compared, so nothing is reported from the
      *    wrong dataset; the compare itself is a second pass.
           MOVE 0 TO WS-READ-COUNT
           PERFORM 6000-OPEN-FIRST
           PERFORM 3050-COUNT-ONE-RECORD UNTIL FIRST-EOF
           PERFORM 6150-CLOSE-FIRST
           MOVE 1 TO WS-SIDE
           PERFORM 2200-CHECK-CATALOGUE-COUNT

           PERFORM 6000-OPEN-FIRST
           PERFORM 3100-COMPARE-ONE-RECORD UNTIL FIRST-EOF
           PERFORM 6150-CLOSE-FIRST.

       3050-COUNT-ONE-RECORD.
           PERFORM 6100-READ-FIRST
           IF NOT FIRST-EOF
              ADD 1 TO WS-READ-COUNT
           END-IF.

       3100-COMPARE-ONE-RECORD.
           PERFORM 6100-READ-FIRST
           IF NOT FIRST-EOF
              EVALUATE WF-TAG
                 WHEN 'HEADER'
                 WHEN 'TRAILR'
                    CONTINUE
                 WHEN OTHER
                    ADD 1 TO WS-FIRST-COUNT
                    PERFORM 3200-MATCH-IN-SECOND
              END-EVALUATE
           END-IF.

       3200-MATCH-IN-SECOND.
      *    Records pair on the natural key; where a key repeats, the
      *    nth occurrence in one file pairs with the nth in the other.
           MOVE 'N' TO WS-ENTRY-FOUND
           SET CT TO 1
           SEARCH WS-SECOND-ENTRY
              AT END
                 CONTINUE
              WHEN NOT CT-IS-MATCHED(CT)
                 AND CT-RECORD(CT)(1:WS-KEY-LENGTH) =
                    WS-FIRST-RECORD(1:WS-KEY-LENGTH)
                 MOVE 'Y' TO WS-ENTRY-FOUND
                 MOVE 'Y' TO CT-MATCHED(CT)
           END-SEARCH
           IF ENTRY-FOUND
              MOVE CT-RECORD(CT) TO WS-SECOND-RECORD
              PERFORM 3300-COMPARE-PAIR
           ELSE
              ADD 1 TO WS-ONLY-FIRST-COUNT
              MOVE 'ONLY IN FIRST' TO WS-ONLY-CATEGORY
              MOVE WS-FIRST-RECORD TO WS-ONLY-RECORD
              MOVE WS-ONLY-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF.

       3300-COMPARE-PAIR.
           IF WS-FIRST-RECORD = WS-SECOND-RECORD
              ADD 1 TO WS-SAME-COUNT
           ELSE
              ADD 1 TO WS-CHANGED-COUNT
              MOVE SPACES TO WS-DIFF-KEY
              MOVE WS-FIRST-RECORD(1:WS-KEY-LENGTH) TO WS-DIFF-KEY
              PERFORM 3400-COMPARE-ONE-FIELD
                 VARYING FX FROM 1 BY 1 UNTIL FX > 19
           END-IF.

       3400-COMPARE-ONE-FIELD.
           IF FLD-LAYOUT(FX) = WS-LAYOUT
              IF WS-FIRST-RECORD(FLD-START(FX):FLD-LENGTH(FX))
                 NOT = WS-SECOND-RECORD(FLD-START(FX):FLD-LENGTH(FX))
                 ADD 1 TO WS-FIELD-DIFF-COUNT
                 MOVE FLD-NAME(FX) TO WS-DIFF-FIELD
                 MOVE SPACES TO WS-DIFF-FIRST WS-DIFF-SECOND
                 MOVE WS-FIRST-RECORD(FLD-START(FX):FLD-LENGTH(FX))
                    TO WS-DIFF-FIRST
                 MOVE WS-SECOND-RECORD(FLD-START(FX):FLD-LENGTH(FX))
                    TO WS-DIFF-SECOND
                 MOVE WS-DIFF-LINE TO PRINT-OUT-RECORD
                 WRITE PRINT-OUT-RECORD
              END-IF
           END-IF.

       4000-REPORT-ONLY-IN-SECOND.
           PERFORM 4100-REPORT-ONE-UNMATCHED
              VARYING CT FROM 1 BY 1 UNTIL CT > CT-ENTRIES.

       4100-REPORT-ONE-UNMATCHED.
           IF NOT CT-IS-MATCHED(CT)
              ADD 1 TO WS-ONLY-SECOND-COUNT
              MOVE 'ONLY IN SECOND' TO WS-ONLY-CATEGORY
              MOVE CT-RECORD(CT) TO WS-ONLY-RECORD
              MOVE WS-ONLY-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF.

       5000-END-PROCESS.
           IF WS-CHANGED-COUNT = 0 AND WS-ONLY-FIRST-COUNT = 0
              AND WS-ONLY-SECOND-COUNT = 0
              MOVE WS-NO-DATA-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF

           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'RECORDS IN FIRST:' TO WS-TOT-LABEL
           MOVE WS-FIRST-COUNT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE 'RECORDS IN SECOND:' TO WS-TOT-LABEL
           MOVE WS-SECOND-COUNT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE 'MATCHED AND IDENTICAL:' TO WS-TOT-LABEL
           MOVE WS-SAME-COUNT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE 'MATCHED WITH DIFFERENCES:' TO WS-TOT-LABEL
           MOVE WS-CHANGED-COUNT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE 'FIELD DIFFERENCES:' TO WS-TOT-LABEL
           MOVE WS-FIELD-DIFF-COUNT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE 'ONLY IN FIRST:' TO WS-TOT-LABEL
           MOVE WS-ONLY-FIRST-COUNT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL
           MOVE 'ONLY IN SECOND:' TO WS-TOT-LABEL
           MOVE WS-ONLY-SECOND-COUNT TO WS-TOT-COUNT
           PERFORM 5100-WRITE-TOTAL

           CLOSE PRINT-OUT

           DISPLAY 'GENCMP: ' WS-FILE-ID ' MATCHED ' WS-SAME-COUNT
              ' CHANGED ' WS-CHANGED-COUNT ' ONLY FIRST '
              WS-ONLY-FIRST-COUNT ' ONLY SECOND ' WS-ONLY-SECOND-COUNT
           IF WS-CHANGED-COUNT > 0 OR WS-ONLY-FIRST-COUNT > 0
              OR WS-ONLY-SECOND-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       5100-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       6000-OPEN-FIRST.
           MOVE "00" TO WS-FIRST-STATUS
           EVALUATE WS-RECORD-LENGTH
              WHEN 25
                 OPEN INPUT FIRST-25
              WHEN 27
                 OPEN INPUT FIRST-27
              WHEN 45
                 OPEN INPUT FIRST-45
              WHEN 107
                 OPEN INPUT FIRST-107
           END-EVALUATE
           IF NOT FIRST-OK
              DISPLAY '** COULD NOT OPEN CMPIN1 FOR ' WS-FILE-ID
                 ' - STATUS ' WS-FIRST-STATUS ' **'
              MOVE '6000-OPEN-FIRST' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6100-READ-FIRST.
           MOVE SPACES TO WS-FIRST-RECORD
           EVALUATE WS-RECORD-LENGTH
              WHEN 25
                 READ FIRST-25
                    AT END CONTINUE
                 END-READ
                 MOVE FIRST-25-RECORD TO WS-FIRST-RECORD
              WHEN 27
                 READ FIRST-27
                    AT END CONTINUE
                 END-READ
                 MOVE FIRST-27-RECORD TO WS-FIRST-RECORD
              WHEN 45
                 READ FIRST-45
                    AT END CONTINUE
                 END-READ
                 MOVE FIRST-45-RECORD TO WS-FIRST-RECORD
              WHEN 107
                 READ FIRST-107
                    AT END CONTINUE
                 END-READ
                 MOVE FIRST-107-RECORD TO WS-FIRST-RECORD
           END-EVALUATE
           IF NOT FIRST-OK AND NOT FIRST-EOF
              DISPLAY '** CMPIN1 DATASET IS NOT OK **'
              MOVE '6100-READ-FIRST' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6150-CLOSE-FIRST.
           EVALUATE WS-RECORD-LENGTH
              WHEN 25
                 CLOSE FIRST-25
              WHEN 27
                 CLOSE FIRST-27
              WHEN 45
                 CLOSE FIRST-45
              WHEN 107
                 CLOSE FIRST-107
           END-EVALUATE.

       6200-OPEN-SECOND.
           MOVE "00" TO WS-SECOND-STATUS
           EVALUATE WS-RECORD-LENGTH
              WHEN 25
                 OPEN INPUT SECOND-25
              WHEN 27
                 OPEN INPUT SECOND-27
              WHEN 45
                 OPEN INPUT SECOND-45
              WHEN 107
                 OPEN INPUT SECOND-107
           END-EVALUATE
           IF NOT SECOND-OK
              DISPLAY '** COULD NOT OPEN CMPIN2 FOR ' WS-FILE-ID
                 ' - STATUS ' WS-SECOND-STATUS ' **'
              MOVE '6200-OPEN-SECOND' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6300-READ-SECOND.
           MOVE SPACES TO WS-SECOND-RECORD
           EVALUATE WS-RECORD-LENGTH
              WHEN 25
                 READ SECOND-25
                    AT END CONTINUE
                 END-READ
                 MOVE SECOND-25-RECORD TO WS-SECOND-RECORD
              WHEN 27
                 READ SECOND-27
                    AT END CONTINUE
                 END-READ
                 MOVE SECOND-27-RECORD TO WS-SECOND-RECORD
              WHEN 45
                 READ SECOND-45
                    AT END CONTINUE
                 END-READ
                 MOVE SECOND-45-RECORD TO WS-SECOND-RECORD
              WHEN 107
                 READ SECOND-107
                    AT END CONTINUE
                 END-READ
                 MOVE SECOND-107-RECORD TO WS-SECOND-RECORD
           END-EVALUATE
           IF NOT SECOND-OK AND NOT SECOND-EOF
              DISPLAY '** CMPIN2 DATASET IS NOT OK **'
              MOVE '6300-READ-SECOND' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6400-CLOSE-SECOND.
           EVALUATE WS-RECORD-LENGTH
              WHEN 25
                 CLOSE SECOND-25
              WHEN 27
                 CLOSE SECOND-27
              WHEN 45
                 CLOSE SECOND-45
              WHEN 107
                 CLOSE SECOND-107
           END-EVALUATE.

       9999-ABEND.
           MOVE 'GENCMP' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
