       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COSTREV.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : STANDARD COST REVALUATION                       *
      *                                                                *
      *  Function    : REVALUE THE STOCK LEDGER FOR EVERY CHANGE TO    *
      *                ITEM-STD-COST MADE BY ITEMMNT. EACH CHANGE ON   *
      *                THE ITEMAUD BEFORE/AFTER AUDIT FILE WHOSE       *
      *                STANDARD COST DIFFERS IS APPLIED TO THE ITEM'S  *
      *                STOCKLDG POSITION AT EVERY BRANCH AS NEW COST   *
      *                LESS OLD COST TIMES ON-HAND. A REVALUATION      *
      *                REGISTER IS PRINTED BY REGION AND BRANCH WITH   *
      *                BRANCH, REGION AND COMPANY TOTALS, AND EVERY    *
      *                CHANGE IS APPENDED TO THE REVHIST HISTORY WITH  *
      *                ITS EFFECTIVE DATE AND STOCK IMPACT. RUN AFTER  *
      *                ITEMMNT, BEFORE ITEMAUD IS NEXT OVERWRITTEN.    *
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
           SELECT ITEMAUD-IN ASSIGN TO ITEMAUD
           FILE STATUS IS WS-ITEMAUD-STATUS.
           SELECT STOCK-LEDGER ASSIGN TO STOCKLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STK-KEY
           FILE STATUS IS WS-STOCK-STATUS.
           SELECT BRANCH-IN ASSIGN TO BRANCHES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BRANCH-NO
           FILE STATUS IS WS-BRANCH-IN-STATUS.
           SELECT REVHIST-OUT ASSIGN TO REVHIST
           FILE STATUS IS WS-REVHIST-STATUS.
           SELECT PRINT-OUT ASSIGN TO REVALRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * ITEMMNT's audit record - the before and after images are
      * ITEMR layouts; only the cost and description are needed.
      *
       FD ITEMAUD-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 157 CHARACTERS.
       01 ITEMAUD-RECORD.
           05 IA-ACTION                      PIC X(1).
              88 IA-CHANGE                   VALUE 'C'.
           05 IA-ITEM                        PIC X(6).
           05 IA-BEFORE-IMAGE.
              10 FILLER                      PIC X(36).
              10 IA-BEFORE-COST              PIC 9(05)V99.
              10 FILLER                      PIC X(28).
           05 IA-AFTER-IMAGE.
              10 FILLER                      PIC X(6).
              10 IA-AFTER-DESC               PIC X(30).
              10 IA-AFTER-COST               PIC 9(05)V99.
              10 FILLER                      PIC X(28).
           05 FILLER                         PIC X(8).
      *
       FD STOCK-LEDGER
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
           COPY STOCKR.
      *
       FD BRANCH-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
           COPY BRANCHR.
      *
       FD REVHIST-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
           COPY REVHISTR.
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
       01 WS-ITEMAUD-STATUS                  PIC X(2).
           88 ITEMAUD-OK                     VALUE "00".
           88 ITEMAUD-EOF                    VALUE "10".
           88 ITEMAUD-NOT-FOUND              VALUE "35".
       01 WS-STOCK-STATUS                    PIC X(2).
           88 STOCK-OK                       VALUE "00".
       01 WS-BRANCH-IN-STATUS                PIC X(2).
           88 BRANCH-IN-OK                   VALUE "00".
       01 WS-REVHIST-STATUS                  PIC X(2).
           88 REVHIST-OK                     VALUE "00".
           88 REVHIST-NOT-FOUND              VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-SCAN-DONE                       PIC X VALUE 'N'.
           88 SCAN-DONE                      VALUE 'Y'.
       01 WS-REGION-FOUND                    PIC X VALUE 'N'.
           88 REGION-FOUND                   VALUE 'Y'.
       01 WS-BRANCH-FOUND                    PIC X VALUE 'N'.
           88 BRANCH-FOUND                   VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-RUN-DATE                        PIC 9(8) VALUE 0.
       01 WS-ITEM-BRANCHES                   PIC 9(5) VALUE 0.
       01 WS-IMPACT                          PIC S9(11)V99 VALUE 0.
       01 WS-UNIT-CHANGE                     PIC S9(5)V99 VALUE 0.
       01 WS-CUR-REGION                      PIC X(2) VALUE SPACES.
       01 WS-PREV-REGION                     PIC X(2) VALUE SPACES.
       01 WS-CUR-BRANCH                      PIC X(4) VALUE SPACES.
       01 WS-PREV-BRANCH                     PIC X(4) VALUE SPACES.
       01 WS-BRANCH-UNITS                    PIC S9(11) VALUE 0.
       01 WS-BRANCH-IMPACT                   PIC S9(11)V99 VALUE 0.
       01 WS-REGION-UNITS                    PIC S9(11) VALUE 0.
       01 WS-REGION-IMPACT                   PIC S9(11)V99 VALUE 0.
       01 WS-COMPANY-UNITS                   PIC S9(11) VALUE 0.
       01 WS-COMPANY-IMPACT                  PIC S9(11)V99 VALUE 0.
      *
      * Counters...
      *
       01 WS-AUDIT-COUNT                     PIC 9(7) VALUE 0.
       01 WS-COST-CHANGES                    PIC 9(5) VALUE 0.
       01 WS-NOT-HELD-COUNT                  PIC 9(5) VALUE 0.
       01 WS-HISTORY-COUNT                   PIC 9(7) VALUE 0.
      *
      * Revalued positions held for the register...
      *
       01 REVALUATION-TABLE.
          05 RV-ENTRIES                      PIC 9(5) VALUE 0.
          05 REVALUATION-TABLE-ENTRY
            OCCURS 1 TO 20000 TIMES
            DEPENDING ON RV-ENTRIES
            INDEXED BY RV.
            10 RV-REGION                     PIC X(2).
            10 RV-BRANCH                     PIC X(4).
            10 RV-ITEM                       PIC X(6).
            10 RV-DESC                       PIC X(30).
            10 RV-OLD-COST                   PIC 9(5)V99.
            10 RV-NEW-COST                   PIC 9(5)V99.
            10 RV-ON-HAND                    PIC S9(9).
            10 RV-IMPACT                     PIC S9(11)V99.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'STANDARD COST REVALUATION REGISTER'.
             10 FILLER                       PIC X(16)   VALUE
                'EFFECTIVE DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(68)   VALUE SPACES.
          05 WS-REGION-HEADER.
             10 FILLER                       PIC X(8)    VALUE
                'REGION: '.
             10 WS-RH-REGION                 PIC X(2).
             10 FILLER                       PIC X(122)  VALUE SPACES.
          05 WS-BRANCH-HEADER.
             10 FILLER                       PIC X(10)   VALUE
                '  BRANCH: '.
             10 WS-BH-BRANCH                 PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-BH-DESC                   PIC X(30).
             10 FILLER                       PIC X(86)   VALUE SPACES.
          05 WS-COLUMN-HEADER.
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 FILLER                       PIC X(8)    VALUE 'ITEM'.
             10 FILLER                       PIC X(32)   VALUE
                'DESCRIPTION'.
             10 FILLER                       PIC X(10)   VALUE
                ' OLD COST'.
             10 FILLER                       PIC X(10)   VALUE
                ' NEW COST'.
             10 FILLER                       PIC X(11)   VALUE
                '   CHANGE'.
             10 FILLER                       PIC X(12)   VALUE
                '    ON-HAND'.
             10 FILLER                       PIC X(45)   VALUE
                '         IMPACT'.
          05 WS-DETAIL-LINE.
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-DET-ITEM                  PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-DESC                  PIC X(30).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-OLD-COST              PIC Z(4)9.99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-NEW-COST              PIC Z(4)9.99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-CHANGE                PIC -(5)9.99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-ON-HAND               PIC -(9)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-IMPACT                PIC -(11)9.99.
             10 FILLER                       PIC X(30)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-LABEL                 PIC X(30).
             10 WS-TOT-KEY                   PIC X(4).
             10 FILLER                       PIC X(40)   VALUE SPACES.
             10 WS-TOT-UNITS                 PIC -(11)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-TOT-IMPACT                PIC -(11)9.99.
             10 FILLER                       PIC X(29)   VALUE SPACES.
          05 WS-COUNT-LINE.
             10 WS-CNT-LABEL                 PIC X(40).
             10 WS-CNT-VALUE                 PIC Z(6)9.
             10 FILLER                       PIC X(85)   VALUE SPACES.
          05 WS-NONE-MSG                     PIC X(40)   VALUE
             'NO STOCK HELD AT A CHANGED COST'.
      *
       COPY ERRLOGL.
      *
       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-REVALUE-ONE-CHANGE UNTIL ITEMAUD-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
      *    ITEMAUD carries no date of its own; the change took effect
      *    in the ITEMMNT run just before this one.
           ACCEPT WS-RUN-DATE FROM DATE

           OPEN INPUT ITEMAUD-IN
           IF ITEMAUD-NOT-FOUND
              DISPLAY 'NO ITEMAUD - NO COST CHANGES TO REVALUE'
              SET ITEMAUD-EOF TO TRUE
           ELSE
              IF NOT ITEMAUD-OK
                 DISPLAY '** ITEMAUD FILE IS NOT OK **'
                 DISPLAY '** ITEMAUD: ' WS-ITEMAUD-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF

           OPEN INPUT STOCK-LEDGER
           IF NOT STOCK-OK
              DISPLAY '** STOCK-LEDGER FILE IS NOT OK **'
              DISPLAY '** STOCK-LEDGER: ' WS-STOCK-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN INPUT BRANCH-IN
           IF NOT BRANCH-IN-OK
              DISPLAY '** BRANCH-IN FILE IS NOT OK **'
              DISPLAY '** BRANCH-IN: ' WS-BRANCH-IN-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN EXTEND REVHIST-OUT
           IF REVHIST-NOT-FOUND
              OPEN OUTPUT REVHIST-OUT
           END-IF
           IF NOT REVHIST-OK
              DISPLAY '** REVHIST FILE IS NOT OK **'
              DISPLAY '** REVHIST: ' WS-REVHIST-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           PERFORM 4000-READ-ITEMAUD-IN.

       2000-REVALUE-ONE-CHANGE.
      *    Adds come in with no stock and deletes take none with
      *    them, so only a change can move the value of stock held.
           IF IA-CHANGE
              AND IA-BEFORE-COST NUMERIC
              AND IA-AFTER-COST NUMERIC
              AND IA-AFTER-COST NOT = IA-BEFORE-COST
              ADD 1 TO WS-COST-CHANGES
              COMPUTE WS-UNIT-CHANGE = IA-AFTER-COST - IA-BEFORE-COST
              MOVE 0 TO WS-ITEM-BRANCHES
              PERFORM 2100-START-POSITIONS
              PERFORM 2200-REVALUE-ONE-POSITION UNTIL SCAN-DONE
              IF WS-ITEM-BRANCHES = 0
                 PERFORM 2400-RECORD-NOT-HELD
              END-IF
           END-IF

           PERFORM 4000-READ-ITEMAUD-IN.

       2100-START-POSITIONS.
           MOVE 'N' TO WS-SCAN-DONE
           MOVE IA-ITEM TO STK-ITEM
           MOVE LOW-VALUES TO STK-BRANCH
           START STOCK-LEDGER KEY IS NOT LESS THAN STK-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCAN-DONE
           END-START.

       2200-REVALUE-ONE-POSITION.
           READ STOCK-LEDGER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCAN-DONE
           END-READ
           IF NOT SCAN-DONE
              IF STK-ITEM NOT = IA-ITEM
                 MOVE 'Y' TO WS-SCAN-DONE
              ELSE
                 IF STK-ON-HAND NOT = 0
                    PERFORM 2300-RECORD-POSITION
                 END-IF
              END-IF
           END-IF.

       2300-RECORD-POSITION.
           ADD 1 TO WS-ITEM-BRANCHES
           COMPUTE WS-IMPACT = WS-UNIT-CHANGE * STK-ON-HAND

           MOVE STK-BRANCH TO BRANCH-NO
           READ BRANCH-IN
              INVALID KEY
                 MOVE SPACES TO BRANCH-REGION
           END-READ

           MOVE IA-ITEM TO RVH-ITEM
           MOVE STK-BRANCH TO RVH-BRANCH
           MOVE BRANCH-REGION TO RVH-REGION
           MOVE WS-RUN-DATE TO RVH-EFF-DATE
           MOVE IA-BEFORE-COST TO RVH-OLD-COST
           MOVE IA-AFTER-COST TO RVH-NEW-COST
           MOVE STK-ON-HAND TO RVH-ON-HAND
           MOVE WS-IMPACT TO RVH-IMPACT
           PERFORM 2500-WRITE-HISTORY

           IF RV-ENTRIES = 20000
              DISPLAY '** REVALUATION TABLE FULL **'
              MOVE '2300-RECORD-POSITION' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO RV-ENTRIES
           SET RV TO RV-ENTRIES
           MOVE BRANCH-REGION TO RV-REGION(RV)
           MOVE STK-BRANCH TO RV-BRANCH(RV)
           MOVE IA-ITEM TO RV-ITEM(RV)
           MOVE IA-AFTER-DESC TO RV-DESC(RV)
           MOVE IA-BEFORE-COST TO RV-OLD-COST(RV)
           MOVE IA-AFTER-COST TO RV-NEW-COST(RV)
           MOVE STK-ON-HAND TO RV-ON-HAND(RV)
           MOVE WS-IMPACT TO RV-IMPACT(RV).

       2400-RECORD-NOT-HELD.
      *    The change is still kept, so the history shows every cost
      *    the item has carried.
           ADD 1 TO WS-NOT-HELD-COUNT
           MOVE IA-ITEM TO RVH-ITEM
           MOVE SPACES TO RVH-BRANCH
           MOVE SPACES TO RVH-REGION
           MOVE WS-RUN-DATE TO RVH-EFF-DATE
           MOVE IA-BEFORE-COST TO RVH-OLD-COST
           MOVE IA-AFTER-COST TO RVH-NEW-COST
           MOVE 0 TO RVH-ON-HAND
           MOVE 0 TO RVH-IMPACT
           PERFORM 2500-WRITE-HISTORY.

       2500-WRITE-HISTORY.
           WRITE REVALUATION-HISTORY-RECORD
           IF NOT REVHIST-OK
              DISPLAY '** REVHIST WRITE IS NOT OK **'
              DISPLAY '** REVHIST: ' WS-REVHIST-STATUS
              MOVE '2500-WRITE-HISTORY' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-HISTORY-COUNT.

       3000-END-PROCESS.
           MOVE WS-RUN-DATE TO WS-H1-DATE
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

      *    Region by region, and branch by branch within the region.
           IF RV-ENTRIES = 0
              MOVE SPACES TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
              MOVE WS-NONE-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF
           MOVE LOW-VALUES TO WS-PREV-REGION
           PERFORM 4900-FIND-NEXT-REGION
           PERFORM 5000-PRINT-ONE-REGION UNTIL NOT REGION-FOUND

           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'COMPANY TOTAL' TO WS-TOT-LABEL
           MOVE SPACES TO WS-TOT-KEY
           MOVE WS-COMPANY-UNITS TO WS-TOT-UNITS
           MOVE WS-COMPANY-IMPACT TO WS-TOT-IMPACT
           PERFORM 5300-WRITE-TOTAL
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'STANDARD COST CHANGES' TO WS-CNT-LABEL
           MOVE WS-COST-CHANGES TO WS-CNT-VALUE
           PERFORM 5400-WRITE-COUNT
           MOVE 'BRANCH POSITIONS REVALUED' TO WS-CNT-LABEL
           MOVE RV-ENTRIES TO WS-CNT-VALUE
           PERFORM 5400-WRITE-COUNT
           MOVE 'CHANGES TO ITEMS HELD NOWHERE' TO WS-CNT-LABEL
           MOVE WS-NOT-HELD-COUNT TO WS-CNT-VALUE
           PERFORM 5400-WRITE-COUNT

           IF NOT ITEMAUD-NOT-FOUND
              CLOSE ITEMAUD-IN
           END-IF
           CLOSE STOCK-LEDGER
           CLOSE BRANCH-IN
           CLOSE REVHIST-OUT
           CLOSE PRINT-OUT

           DISPLAY 'AUDIT RECORDS READ: ' WS-AUDIT-COUNT
           DISPLAY 'STANDARD COST CHANGES: ' WS-COST-CHANGES
           DISPLAY 'BRANCH POSITIONS REVALUED: ' RV-ENTRIES
           DISPLAY 'HISTORY RECORDS WRITTEN: ' WS-HISTORY-COUNT.

       4000-READ-ITEMAUD-IN.
           IF NOT ITEMAUD-EOF
              READ ITEMAUD-IN
                 AT END CONTINUE
              END-READ
              IF ITEMAUD-OK
                 ADD 1 TO WS-AUDIT-COUNT
              ELSE
                 IF NOT ITEMAUD-EOF
                    DISPLAY '** ITEMAUD FILE IS NOT OK **'
                    DISPLAY '** ITEMAUD: ' WS-ITEMAUD-STATUS
                    MOVE '4000-READ-ITEMAUD-IN' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
              END-IF
           END-IF.

       4900-FIND-NEXT-REGION.
           MOVE 'N' TO WS-REGION-FOUND
           MOVE HIGH-VALUES TO WS-CUR-REGION
           PERFORM 4910-TEST-ONE-REGION
              VARYING RV FROM 1 BY 1 UNTIL RV > RV-ENTRIES.

       4910-TEST-ONE-REGION.
           IF RV-REGION(RV) > WS-PREV-REGION
              AND RV-REGION(RV) < WS-CUR-REGION
              MOVE RV-REGION(RV) TO WS-CUR-REGION
              MOVE 'Y' TO WS-REGION-FOUND
           END-IF.

       4920-FIND-NEXT-BRANCH.
           MOVE 'N' TO WS-BRANCH-FOUND
           MOVE HIGH-VALUES TO WS-CUR-BRANCH
           PERFORM 4930-TEST-ONE-BRANCH
              VARYING RV FROM 1 BY 1 UNTIL RV > RV-ENTRIES.

       4930-TEST-ONE-BRANCH.
           IF RV-REGION(RV) = WS-CUR-REGION
              AND RV-BRANCH(RV) > WS-PREV-BRANCH
              AND RV-BRANCH(RV) < WS-CUR-BRANCH
              MOVE RV-BRANCH(RV) TO WS-CUR-BRANCH
              MOVE 'Y' TO WS-BRANCH-FOUND
           END-IF.

       5000-PRINT-ONE-REGION.
           MOVE WS-CUR-REGION TO WS-RH-REGION
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-REGION-HEADER TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE 0 TO WS-REGION-UNITS
           MOVE 0 TO WS-REGION-IMPACT
           MOVE LOW-VALUES TO WS-PREV-BRANCH
           PERFORM 4920-FIND-NEXT-BRANCH
           PERFORM 5100-PRINT-ONE-BRANCH UNTIL NOT BRANCH-FOUND

           MOVE 'REGION TOTAL' TO WS-TOT-LABEL
           MOVE WS-CUR-REGION TO WS-TOT-KEY
           MOVE WS-REGION-UNITS TO WS-TOT-UNITS
           MOVE WS-REGION-IMPACT TO WS-TOT-IMPACT
           PERFORM 5300-WRITE-TOTAL
           ADD WS-REGION-UNITS TO WS-COMPANY-UNITS
           ADD WS-REGION-IMPACT TO WS-COMPANY-IMPACT

           MOVE WS-CUR-REGION TO WS-PREV-REGION
           PERFORM 4900-FIND-NEXT-REGION.

       5100-PRINT-ONE-BRANCH.
           MOVE WS-CUR-BRANCH TO WS-BH-BRANCH
           MOVE WS-CUR-BRANCH TO BRANCH-NO
           READ BRANCH-IN
              INVALID KEY
                 MOVE 'BRANCH NOT ON MASTER' TO WS-BH-DESC
              NOT INVALID KEY
                 MOVE BRANCH-DESC TO WS-BH-DESC
           END-READ
           MOVE WS-BRANCH-HEADER TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-COLUMN-HEADER TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE 0 TO WS-BRANCH-UNITS
           MOVE 0 TO WS-BRANCH-IMPACT
           PERFORM 5200-PRINT-ONE-LINE
              VARYING RV FROM 1 BY 1 UNTIL RV > RV-ENTRIES

           MOVE '  BRANCH TOTAL' TO WS-TOT-LABEL
           MOVE WS-CUR-BRANCH TO WS-TOT-KEY
           MOVE WS-BRANCH-UNITS TO WS-TOT-UNITS
           MOVE WS-BRANCH-IMPACT TO WS-TOT-IMPACT
           PERFORM 5300-WRITE-TOTAL
           ADD WS-BRANCH-UNITS TO WS-REGION-UNITS
           ADD WS-BRANCH-IMPACT TO WS-REGION-IMPACT

           MOVE WS-CUR-BRANCH TO WS-PREV-BRANCH
           PERFORM 4920-FIND-NEXT-BRANCH.

       5200-PRINT-ONE-LINE.
           IF RV-REGION(RV) = WS-CUR-REGION
              AND RV-BRANCH(RV) = WS-CUR-BRANCH
              ADD RV-ON-HAND(RV) TO WS-BRANCH-UNITS
              ADD RV-IMPACT(RV) TO WS-BRANCH-IMPACT
              MOVE RV-ITEM(RV) TO WS-DET-ITEM
              MOVE RV-DESC(RV) TO WS-DET-DESC
              MOVE RV-OLD-COST(RV) TO WS-DET-OLD-COST
              MOVE RV-NEW-COST(RV) TO WS-DET-NEW-COST
              COMPUTE WS-UNIT-CHANGE =
                 RV-NEW-COST(RV) - RV-OLD-COST(RV)
              MOVE WS-UNIT-CHANGE TO WS-DET-CHANGE
              MOVE RV-ON-HAND(RV) TO WS-DET-ON-HAND
              MOVE RV-IMPACT(RV) TO WS-DET-IMPACT
              MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF.

       5300-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5400-WRITE-COUNT.
           MOVE WS-COUNT-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       9999-ABEND.
           MOVE 'COSTREV' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
