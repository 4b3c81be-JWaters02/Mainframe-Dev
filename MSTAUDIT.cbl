       IDENTIFICATION DIVISION.
       PROGRAM-ID.   MSTAUDIT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : MASTER INTEGRITY AUDIT                          *
      *                                                                *
      *  Function    : WEEKLY CROSS-MASTER REFERENTIAL INTEGRITY       *
      *                AUDIT. READS THE MASTERS AND REPORTS ORPHANS TO *
      *                INTGRPT BY RELATIONSHIP: ITEMSUP LINKS TO       *
      *                MISSING OR CLOSED SUPPLIERS, ITEM SUCCESSORS    *
      *                NOT ON ITEMMAST OR THEMSELVES DISCONTINUED,     *
      *                BRANCH REGIONS MISSING FROM REGIONS, STOCKLDG   *
      *                KEYS FOR UNKNOWN ITEMS OR BRANCHES, SRCREG      *
      *                BRANCHES NOT ON BRANCHES, AND PRCPEND/ADJPEND   *
      *                APPROVERS NO LONGER ON OPERSEC. A RELATIONSHIP  *
      *                WHOSE MASTERS ARE ABSENT IS REPORTED AS NOT     *
      *                CHECKED. BREAKS ARE COUNTED PER RELATIONSHIP    *
      *                AND ANY BREAK ENDS THE RUN WITH RETURN CODE 4.  *
      *                RUN BY DRIVER AFTER A COMPLETED CHAIN ON THE    *
      *                CALENDAR'S WEEK-END DAY.                        *
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
           SELECT ITEMSUP-IN ASSIGN TO ITEMSUP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IS-ITEM
           FILE STATUS IS WS-ITEMSUP-STATUS.
           SELECT SUPPLIER-IN ASSIGN TO SUPPLIER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUPP-CODE
           FILE STATUS IS WS-SUPPLIER-STATUS.
           SELECT ITEM-MAST ASSIGN TO ITEMMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-STATUS.
           SELECT BRANCH-MAST ASSIGN TO BRANCHES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRANCH-NO
           FILE STATUS IS WS-BRANCH-STATUS.
           SELECT REGION-IN ASSIGN TO REGIONS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REGION-CODE
           FILE STATUS IS WS-REGION-STATUS.
           SELECT STOCK-LEDGER ASSIGN TO STOCKLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STK-KEY
           FILE STATUS IS WS-STOCK-STATUS.
           SELECT SRCREG-IN ASSIGN TO SRCREG
           FILE STATUS IS WS-SRCREG-STATUS.
           SELECT OPERSEC-IN ASSIGN TO OPERSEC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERSEC-STATUS.
           SELECT PRCPEND-IN ASSIGN TO PRCPEND
           FILE STATUS IS WS-PRCPEND-STATUS.
           SELECT ADJPEND-IN ASSIGN TO ADJPEND
           FILE STATUS IS WS-ADJPEND-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO INTGRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ITEMSUP-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 18 CHARACTERS.
           COPY ITEMSUPR.
      *
       FD SUPPLIER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 157 CHARACTERS.
           COPY SUPPLR.
      *
       FD ITEM-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
      *
       FD BRANCH-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
           COPY BRANCHR.
      *
       FD REGION-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 52 CHARACTERS.
           COPY REGIONR.
      *
       FD STOCK-LEDGER
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
           COPY STOCKR.
      *
       FD SRCREG-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 9 CHARACTERS.
       01 SRCREG-RECORD.
           05 SR-SOURCE-NO                   PIC 9(3).
           05 SR-BRANCH                      PIC X(4).
           05 SR-MANDATORY                   PIC X(1).
           05 SR-FORMAT                      PIC X(1).
      *
       FD OPERSEC-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.
           COPY OPERSECR.
      *
       FD PRCPEND-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
           COPY PRCPENDR.
      *
       FD ADJPEND-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
           COPY ADJPENDR.
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
       01 WS-ITEMSUP-STATUS                  PIC X(2).
           88 ITEMSUP-OK                     VALUE "00".
           88 ITEMSUP-EOF                    VALUE "10".
           88 ITEMSUP-NOT-FOUND              VALUE "35".
       01 WS-SUPPLIER-STATUS                 PIC X(2).
           88 SUPPLIER-OK                    VALUE "00".
           88 SUPPLIER-NOT-FOUND             VALUE "35".
       01 WS-ITEM-STATUS                     PIC X(2).
           88 ITEM-OK                        VALUE "00".
           88 ITEM-EOF                       VALUE "10".
           88 ITEM-NOT-FOUND                 VALUE "35".
       01 WS-BRANCH-STATUS                   PIC X(2).
           88 BRANCH-OK                      VALUE "00".
           88 BRANCH-EOF                     VALUE "10".
           88 BRANCH-NOT-FOUND               VALUE "35".
       01 WS-REGION-STATUS                   PIC X(2).
           88 REGION-OK                      VALUE "00".
           88 REGION-NOT-FOUND               VALUE "35".
       01 WS-STOCK-STATUS                    PIC X(2).
           88 STOCK-OK                       VALUE "00".
           88 STOCK-EOF                      VALUE "10".
           88 STOCK-NOT-FOUND                VALUE "35".
       01 WS-SRCREG-STATUS                   PIC X(2).
           88 SRCREG-OK                      VALUE "00".
           88 SRCREG-EOF                     VALUE "10".
           88 SRCREG-NOT-FOUND               VALUE "35".
       01 WS-OPERSEC-STATUS                  PIC X(2).
           88 OPERSEC-OK                     VALUE "00".
           88 OPERSEC-NOT-FOUND              VALUE "35".
       01 WS-PRCPEND-STATUS                  PIC X(2).
           88 PRCPEND-OK                     VALUE "00".
           88 PRCPEND-EOF                    VALUE "10".
           88 PRCPEND-NOT-FOUND              VALUE "35".
       01 WS-ADJPEND-STATUS                  PIC X(2).
           88 ADJPEND-OK                     VALUE "00".
           88 ADJPEND-EOF                    VALUE "10".
           88 ADJPEND-NOT-FOUND              VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
      *
      *    Which masters could be opened. An absent master leaves
      *    the relationships it takes part in unchecked.
      *
       01 WS-FILES-PRESENT.
          05 WS-HAVE-ITEMSUP                 PIC X VALUE 'N'.
             88 HAVE-ITEMSUP                 VALUE 'Y'.
          05 WS-HAVE-SUPPLIER                PIC X VALUE 'N'.
             88 HAVE-SUPPLIER                VALUE 'Y'.
          05 WS-HAVE-ITEM                    PIC X VALUE 'N'.
             88 HAVE-ITEM                    VALUE 'Y'.
          05 WS-HAVE-BRANCH                  PIC X VALUE 'N'.
             88 HAVE-BRANCH                  VALUE 'Y'.
          05 WS-HAVE-REGION                  PIC X VALUE 'N'.
             88 HAVE-REGION                  VALUE 'Y'.
          05 WS-HAVE-STOCK                   PIC X VALUE 'N'.
             88 HAVE-STOCK                   VALUE 'Y'.
          05 WS-HAVE-SRCREG                  PIC X VALUE 'N'.
             88 HAVE-SRCREG                  VALUE 'Y'.
          05 WS-HAVE-OPERSEC                 PIC X VALUE 'N'.
             88 HAVE-OPERSEC                 VALUE 'Y'.
          05 WS-HAVE-PRCPEND                 PIC X VALUE 'N'.
             88 HAVE-PRCPEND                 VALUE 'Y'.
          05 WS-HAVE-ADJPEND                 PIC X VALUE 'N'.
             88 HAVE-ADJPEND                 VALUE 'Y'.
       01 WS-SCAN-DONE                       PIC X VALUE 'N'.
           88 SCAN-DONE                      VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-SAVE-ITEM                       PIC X(6) VALUE SPACES.
       01 WS-SAVE-SUCCESSOR                  PIC X(6) VALUE SPACES.
       01 WS-CUR-REL                         PIC 9(1) VALUE 0.
       01 WS-REL-IDX                         PIC 9(1) VALUE 0.
       01 WS-TOTAL-BREAKS                    PIC 9(7) VALUE 0.
       01 WS-READ-COUNT                      PIC 9(7) VALUE 0.
       01 WS-KEY-WORK.
          05 WS-KW-ITEM                      PIC X(6).
          05 WS-KW-SEP                       PIC X(1) VALUE '/'.
          05 WS-KW-BRANCH                    PIC X(4).
      *
      *    The relationships audited, in report order, with the
      *    break count and read count for each.
      *
       01 WS-REL-NAMES-VAL.
          05 FILLER                          PIC X(30) VALUE
             'ITEMSUP -> SUPPLIER'.
          05 FILLER                          PIC X(30) VALUE
             'ITEM SUCCESSOR -> ITEMMAST'.
          05 FILLER                          PIC X(30) VALUE
             'BRANCH REGION -> REGIONS'.
          05 FILLER                          PIC X(30) VALUE
             'STOCKLDG -> ITEMMAST/BRANCHES'.
          05 FILLER                          PIC X(30) VALUE
             'SRCREG -> BRANCHES'.
          05 FILLER                          PIC X(30) VALUE
             'PEND APPROVER -> OPERSEC'.
       01 WS-REL-NAMES REDEFINES WS-REL-NAMES-VAL.
          05 WS-REL-NAME                     PIC X(30) OCCURS 6.
       01 WS-REL-TABLE.
          05 WS-REL-ENTRY OCCURS 6.
             10 WS-REL-CHECKED               PIC X.
                88 REL-CHECKED               VALUE 'Y'.
             10 WS-REL-BREAKS                PIC 9(7).
             10 WS-REL-READ                  PIC 9(7).
             10 WS-REL-NOTE                  PIC X(30).
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'CROSS-MASTER INTEGRITY AUDIT'.
             10 FILLER                       PIC X(18)   VALUE
                '   BUSINESS DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(66)   VALUE SPACES.
          05 WS-SECTION-HEAD-MSG.
             10 FILLER                       PIC X(14)   VALUE
                'RELATIONSHIP: '.
             10 WS-SH-NAME                   PIC X(30).
             10 FILLER                       PIC X(88)   VALUE SPACES.
          05 WS-COLUMN-HEAD-MSG.
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 FILLER                       PIC X(14)   VALUE
                'RECORD KEY'.
             10 FILLER                       PIC X(10)   VALUE
                'REFERS TO'.
             10 FILLER                       PIC X(40)   VALUE
                'BREAK'.
             10 FILLER                       PIC X(64)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-DET-KEY                   PIC X(12).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-REFERENCE             PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-PROBLEM               PIC X(40).
             10 FILLER                       PIC X(64)   VALUE SPACES.
          05 WS-NOT-CHECKED-LINE.
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 FILLER                       PIC X(13)   VALUE
                'NOT CHECKED: '.
             10 WS-NC-NOTE                   PIC X(30).
             10 FILLER                       PIC X(85)   VALUE SPACES.
          05 WS-CLEAN-LINE.
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 FILLER                       PIC X(40)   VALUE
                'NO BREAKS FOUND'.
             10 FILLER                       PIC X(88)   VALUE SPACES.
          05 WS-SUMMARY-HEAD-MSG.
             10 FILLER                       PIC X(32)   VALUE
                'SUMMARY - RELATIONSHIP'.
             10 FILLER                       PIC X(12)   VALUE
                '   RECORDS'.
             10 FILLER                       PIC X(10)   VALUE
                '  BREAKS'.
             10 FILLER                       PIC X(78)   VALUE SPACES.
          05 WS-SUMMARY-LINE.
             10 WS-SUM-NAME                  PIC X(30).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-SUM-READ                  PIC Z(9)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-SUM-BREAKS                PIC Z(7)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-SUM-NOTE                  PIC X(30).
             10 FILLER                       PIC X(48)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 FILLER                       PIC X(44)   VALUE
                'TOTAL BREAKS'.
             10 WS-TOT-BREAKS                PIC Z(7)9.
             10 FILLER                       PIC X(80)   VALUE SPACES.
      *
       COPY ERRLOGL.
      *
       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-MAIN-PROCESS

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

           PERFORM 1100-OPEN-MASTERS

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-H1-DATE
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 1200-CLEAR-ONE-RELATIONSHIP
              VARYING WS-REL-IDX FROM 1 BY 1
              UNTIL WS-REL-IDX > 6.

       1100-OPEN-MASTERS.
           OPEN INPUT ITEMSUP-IN
           IF ITEMSUP-OK
              MOVE 'Y' TO WS-HAVE-ITEMSUP
           ELSE
              IF NOT ITEMSUP-NOT-FOUND
                 DISPLAY '** ITEMSUP FILE IS NOT OK **'
                 DISPLAY '** ITEMSUP: ' WS-ITEMSUP-STATUS
                 MOVE '1100-OPEN-MASTERS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF
           OPEN INPUT SUPPLIER-IN
           IF SUPPLIER-OK
              MOVE 'Y' TO WS-HAVE-SUPPLIER
           ELSE
              IF NOT SUPPLIER-NOT-FOUND
                 DISPLAY '** SUPPLIER FILE IS NOT OK **'
                 DISPLAY '** SUPPLIER: ' WS-SUPPLIER-STATUS
                 MOVE '1100-OPEN-MASTERS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF
           OPEN INPUT ITEM-MAST
           IF ITEM-OK
              MOVE 'Y' TO WS-HAVE-ITEM
           ELSE
              IF NOT ITEM-NOT-FOUND
                 DISPLAY '** ITEMMAST FILE IS NOT OK **'
                 DISPLAY '** ITEMMAST: ' WS-ITEM-STATUS
                 MOVE '1100-OPEN-MASTERS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF
           OPEN INPUT BRANCH-MAST
           IF BRANCH-OK
              MOVE 'Y' TO WS-HAVE-BRANCH
           ELSE
              IF NOT BRANCH-NOT-FOUND
                 DISPLAY '** BRANCHES FILE IS NOT OK **'
                 DISPLAY '** BRANCHES: ' WS-BRANCH-STATUS
                 MOVE '1100-OPEN-MASTERS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF
           OPEN INPUT REGION-IN
           IF REGION-OK
              MOVE 'Y' TO WS-HAVE-REGION
           ELSE
              IF NOT REGION-NOT-FOUND
                 DISPLAY '** REGIONS FILE IS NOT OK **'
                 DISPLAY '** REGIONS: ' WS-REGION-STATUS
                 MOVE '1100-OPEN-MASTERS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF
           OPEN INPUT STOCK-LEDGER
           IF STOCK-OK
              MOVE 'Y' TO WS-HAVE-STOCK
           ELSE
              IF NOT STOCK-NOT-FOUND
                 DISPLAY '** STOCKLDG FILE IS NOT OK **'
                 DISPLAY '** STOCKLDG: ' WS-STOCK-STATUS
                 MOVE '1100-OPEN-MASTERS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF
           OPEN INPUT SRCREG-IN
           IF SRCREG-OK
              MOVE 'Y' TO WS-HAVE-SRCREG
           ELSE
              IF NOT SRCREG-NOT-FOUND
                 DISPLAY '** SRCREG FILE IS NOT OK **'
                 DISPLAY '** SRCREG: ' WS-SRCREG-STATUS
                 MOVE '1100-OPEN-MASTERS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF
           OPEN INPUT OPERSEC-IN
           IF OPERSEC-OK
              MOVE 'Y' TO WS-HAVE-OPERSEC
           ELSE
              IF NOT OPERSEC-NOT-FOUND
                 DISPLAY '** OPERSEC FILE IS NOT OK **'
                 DISPLAY '** OPERSEC: ' WS-OPERSEC-STATUS
                 MOVE '1100-OPEN-MASTERS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF
           OPEN INPUT PRCPEND-IN
           IF PRCPEND-OK
              MOVE 'Y' TO WS-HAVE-PRCPEND
           ELSE
              IF NOT PRCPEND-NOT-FOUND
                 DISPLAY '** PRCPEND FILE IS NOT OK **'
                 DISPLAY '** PRCPEND: ' WS-PRCPEND-STATUS
                 MOVE '1100-OPEN-MASTERS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF
           OPEN INPUT ADJPEND-IN
           IF ADJPEND-OK
              MOVE 'Y' TO WS-HAVE-ADJPEND
           ELSE
              IF NOT ADJPEND-NOT-FOUND
                 DISPLAY '** ADJPEND FILE IS NOT OK **'
                 DISPLAY '** ADJPEND: ' WS-ADJPEND-STATUS
                 MOVE '1100-OPEN-MASTERS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       1200-CLEAR-ONE-RELATIONSHIP.
           MOVE 'N' TO WS-REL-CHECKED(WS-REL-IDX)
           MOVE 0 TO WS-REL-BREAKS(WS-REL-IDX)
           MOVE 0 TO WS-REL-READ(WS-REL-IDX)
           MOVE SPACES TO WS-REL-NOTE(WS-REL-IDX).

       2000-MAIN-PROCESS.
           PERFORM 2100-CHECK-ITEM-SUPPLIERS
           PERFORM 2200-CHECK-SUCCESSORS
           PERFORM 2300-CHECK-BRANCH-REGIONS
           PERFORM 2400-CHECK-STOCK-KEYS
           PERFORM 2500-CHECK-SOURCE-BRANCHES
           PERFORM 2600-CHECK-APPROVERS.

       2100-CHECK-ITEM-SUPPLIERS.
           MOVE 1 TO WS-CUR-REL
           PERFORM 5100-PRINT-SECTION-HEAD
           IF NOT HAVE-ITEMSUP
              MOVE 'ITEMSUP ABSENT' TO WS-REL-NOTE(WS-CUR-REL)
           ELSE
              IF NOT HAVE-SUPPLIER
                 MOVE 'SUPPLIER ABSENT' TO WS-REL-NOTE(WS-CUR-REL)
              ELSE
                 MOVE 'Y' TO WS-REL-CHECKED(WS-CUR-REL)
                 PERFORM 2110-CHECK-ONE-ITEMSUP UNTIL ITEMSUP-EOF
              END-IF
           END-IF
           PERFORM 5200-PRINT-SECTION-FOOT.

       2110-CHECK-ONE-ITEMSUP.
           READ ITEMSUP-IN
              AT END CONTINUE
           END-READ
           IF ITEMSUP-OK
              ADD 1 TO WS-REL-READ(WS-CUR-REL)
              MOVE IS-SUPP-CODE TO SUPP-CODE
              READ SUPPLIER-IN
                 INVALID KEY
                    MOVE IS-ITEM TO WS-DET-KEY
                    MOVE IS-SUPP-CODE TO WS-DET-REFERENCE
                    MOVE 'SUPPLIER NOT ON SUPPLIER MASTER'
                       TO WS-DET-PROBLEM
                    PERFORM 5000-PRINT-BREAK
                 NOT INVALID KEY
                    IF SUPP-CLOSED
                       MOVE IS-ITEM TO WS-DET-KEY
                       MOVE IS-SUPP-CODE TO WS-DET-REFERENCE
                       MOVE 'SUPPLIER IS CLOSED' TO WS-DET-PROBLEM
                       PERFORM 5000-PRINT-BREAK
                    END-IF
              END-READ
           ELSE
              IF NOT ITEMSUP-EOF
                 DISPLAY '** ITEMSUP FILE IS NOT OK **'
                 DISPLAY '** ITEMSUP: ' WS-ITEMSUP-STATUS
                 MOVE '2110-CHECK-ONE-ITEMSUP' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2200-CHECK-SUCCESSORS.
           MOVE 2 TO WS-CUR-REL
           PERFORM 5100-PRINT-SECTION-HEAD
           IF NOT HAVE-ITEM
              MOVE 'ITEMMAST ABSENT' TO WS-REL-NOTE(WS-CUR-REL)
           ELSE
              MOVE 'Y' TO WS-REL-CHECKED(WS-CUR-REL)
              MOVE 'N' TO WS-SCAN-DONE
              PERFORM 2210-CHECK-ONE-SUCCESSOR UNTIL SCAN-DONE
           END-IF
           PERFORM 5200-PRINT-SECTION-FOOT.

       2210-CHECK-ONE-SUCCESSOR.
      *    The successor is read from the same master, so the scan
      *    is re-positioned just past the item afterwards.
           READ ITEM-MAST NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCAN-DONE
           END-READ
           IF ITEM-OK
              ADD 1 TO WS-REL-READ(WS-CUR-REL)
              IF ITEM-SUCCESSOR NOT = SPACES
                 MOVE ITEM-CODE TO WS-SAVE-ITEM
                 MOVE ITEM-SUCCESSOR TO WS-SAVE-SUCCESSOR
                 MOVE ITEM-SUCCESSOR TO ITEM-CODE
                 READ ITEM-MAST
                    INVALID KEY
                       MOVE WS-SAVE-ITEM TO WS-DET-KEY
                       MOVE WS-SAVE-SUCCESSOR TO WS-DET-REFERENCE
                       MOVE 'SUCCESSOR NOT ON ITEMMAST'
                          TO WS-DET-PROBLEM
                       PERFORM 5000-PRINT-BREAK
                    NOT INVALID KEY
                       IF ITEM-DISCONTINUED
                          MOVE WS-SAVE-ITEM TO WS-DET-KEY
                          MOVE WS-SAVE-SUCCESSOR TO WS-DET-REFERENCE
                          MOVE 'SUCCESSOR IS ITSELF DISCONTINUED'
                             TO WS-DET-PROBLEM
                          PERFORM 5000-PRINT-BREAK
                       END-IF
                 END-READ
                 MOVE WS-SAVE-ITEM TO ITEM-CODE
                 START ITEM-MAST KEY IS GREATER THAN ITEM-CODE
                    INVALID KEY
                       MOVE 'Y' TO WS-SCAN-DONE
                 END-START
              END-IF
           ELSE
              IF NOT ITEM-EOF
                 DISPLAY '** ITEMMAST FILE IS NOT OK **'
                 DISPLAY '** ITEMMAST: ' WS-ITEM-STATUS
                 MOVE '2210-CHECK-ONE-SUCCESSOR' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2300-CHECK-BRANCH-REGIONS.
           MOVE 3 TO WS-CUR-REL
           PERFORM 5100-PRINT-SECTION-HEAD
           IF NOT HAVE-BRANCH
              MOVE 'BRANCHES ABSENT' TO WS-REL-NOTE(WS-CUR-REL)
           ELSE
              IF NOT HAVE-REGION
                 MOVE 'REGIONS ABSENT' TO WS-REL-NOTE(WS-CUR-REL)
              ELSE
                 MOVE 'Y' TO WS-REL-CHECKED(WS-CUR-REL)
                 MOVE 'N' TO WS-SCAN-DONE
                 PERFORM 2310-CHECK-ONE-BRANCH UNTIL SCAN-DONE
              END-IF
           END-IF
           PERFORM 5200-PRINT-SECTION-FOOT.

       2310-CHECK-ONE-BRANCH.
           READ BRANCH-MAST NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCAN-DONE
           END-READ
           IF BRANCH-OK
              ADD 1 TO WS-REL-READ(WS-CUR-REL)
              MOVE BRANCH-REGION TO REGION-CODE
              READ REGION-IN
                 INVALID KEY
                    MOVE BRANCH-NO TO WS-DET-KEY
                    MOVE BRANCH-REGION TO WS-DET-REFERENCE
                    MOVE 'REGION NOT ON REGIONS' TO WS-DET-PROBLEM
                    PERFORM 5000-PRINT-BREAK
              END-READ
           ELSE
              IF NOT BRANCH-EOF
                 DISPLAY '** BRANCHES FILE IS NOT OK **'
                 DISPLAY '** BRANCHES: ' WS-BRANCH-STATUS
                 MOVE '2310-CHECK-ONE-BRANCH' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2400-CHECK-STOCK-KEYS.
           MOVE 4 TO WS-CUR-REL
           PERFORM 5100-PRINT-SECTION-HEAD
           IF NOT HAVE-STOCK
              MOVE 'STOCKLDG ABSENT' TO WS-REL-NOTE(WS-CUR-REL)
           ELSE
              IF NOT HAVE-ITEM OR NOT HAVE-BRANCH
                 MOVE 'ITEMMAST OR BRANCHES ABSENT'
                    TO WS-REL-NOTE(WS-CUR-REL)
              ELSE
                 MOVE 'Y' TO WS-REL-CHECKED(WS-CUR-REL)
                 PERFORM 2410-CHECK-ONE-STOCK UNTIL STOCK-EOF
              END-IF
           END-IF
           PERFORM 5200-PRINT-SECTION-FOOT.

       2410-CHECK-ONE-STOCK.
           READ STOCK-LEDGER
              AT END CONTINUE
           END-READ
           IF STOCK-OK
              ADD 1 TO WS-REL-READ(WS-CUR-REL)
              MOVE STK-ITEM TO WS-KW-ITEM
              MOVE STK-BRANCH TO WS-KW-BRANCH
              MOVE STK-ITEM TO ITEM-CODE
              READ ITEM-MAST
                 INVALID KEY
                    MOVE WS-KEY-WORK TO WS-DET-KEY
                    MOVE STK-ITEM TO WS-DET-REFERENCE
                    MOVE 'ITEM NOT ON ITEMMAST' TO WS-DET-PROBLEM
                    PERFORM 5000-PRINT-BREAK
              END-READ
              MOVE STK-BRANCH TO BRANCH-NO
              READ BRANCH-MAST
                 INVALID KEY
                    MOVE WS-KEY-WORK TO WS-DET-KEY
                    MOVE STK-BRANCH TO WS-DET-REFERENCE
                    MOVE 'BRANCH NOT ON BRANCHES' TO WS-DET-PROBLEM
                    PERFORM 5000-PRINT-BREAK
              END-READ
           ELSE
              IF NOT STOCK-EOF
                 DISPLAY '** STOCKLDG FILE IS NOT OK **'
                 DISPLAY '** STOCKLDG: ' WS-STOCK-STATUS
                 MOVE '2410-CHECK-ONE-STOCK' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2500-CHECK-SOURCE-BRANCHES.
           MOVE 5 TO WS-CUR-REL
           PERFORM 5100-PRINT-SECTION-HEAD
           IF NOT HAVE-SRCREG
              MOVE 'SRCREG ABSENT' TO WS-REL-NOTE(WS-CUR-REL)
           ELSE
              IF NOT HAVE-BRANCH
                 MOVE 'BRANCHES ABSENT' TO WS-REL-NOTE(WS-CUR-REL)
              ELSE
                 MOVE 'Y' TO WS-REL-CHECKED(WS-CUR-REL)
                 PERFORM 2510-CHECK-ONE-SOURCE UNTIL SRCREG-EOF
              END-IF
           END-IF
           PERFORM 5200-PRINT-SECTION-FOOT.

       2510-CHECK-ONE-SOURCE.
           READ SRCREG-IN
              AT END CONTINUE
           END-READ
           IF SRCREG-OK
              ADD 1 TO WS-REL-READ(WS-CUR-REL)
              MOVE SR-BRANCH TO BRANCH-NO
              READ BRANCH-MAST
                 INVALID KEY
                    MOVE SPACES TO WS-DET-KEY
                    STRING 'SOURCE ' SR-SOURCE-NO
                       DELIMITED BY SIZE INTO WS-DET-KEY
                    MOVE SR-BRANCH TO WS-DET-REFERENCE
                    MOVE 'BRANCH NOT ON BRANCHES' TO WS-DET-PROBLEM
                    PERFORM 5000-PRINT-BREAK
              END-READ
           END-IF.

       2600-CHECK-APPROVERS.
      *    Only decided changes carry an approver; a blank one is a
      *    change still waiting for a decision.
           MOVE 6 TO WS-CUR-REL
           PERFORM 5100-PRINT-SECTION-HEAD
           IF NOT HAVE-OPERSEC
              MOVE 'OPERSEC ABSENT' TO WS-REL-NOTE(WS-CUR-REL)
           ELSE
              IF NOT HAVE-PRCPEND AND NOT HAVE-ADJPEND
                 MOVE 'PRCPEND AND ADJPEND ABSENT'
                    TO WS-REL-NOTE(WS-CUR-REL)
              ELSE
                 MOVE 'Y' TO WS-REL-CHECKED(WS-CUR-REL)
                 IF HAVE-PRCPEND
                    PERFORM 2610-CHECK-ONE-PRICE-CHANGE
                       UNTIL PRCPEND-EOF
                 END-IF
                 IF HAVE-ADJPEND
                    PERFORM 2620-CHECK-ONE-ADJUSTMENT
                       UNTIL ADJPEND-EOF
                 END-IF
              END-IF
           END-IF
           PERFORM 5200-PRINT-SECTION-FOOT.

       2610-CHECK-ONE-PRICE-CHANGE.
           READ PRCPEND-IN
              AT END CONTINUE
           END-READ
           IF PRCPEND-OK
              ADD 1 TO WS-REL-READ(WS-CUR-REL)
              IF PEND-APPROVER NOT = SPACES
                 MOVE PEND-APPROVER TO OPER-ID
                 READ OPERSEC-IN
                    INVALID KEY
                       MOVE PEND-ITEM TO WS-DET-KEY
                       MOVE PEND-APPROVER TO WS-DET-REFERENCE
                       MOVE 'PRCPEND APPROVER NOT ON OPERSEC'
                          TO WS-DET-PROBLEM
                       PERFORM 5000-PRINT-BREAK
                 END-READ
              END-IF
           END-IF.

       2620-CHECK-ONE-ADJUSTMENT.
           READ ADJPEND-IN
              AT END CONTINUE
           END-READ
           IF ADJPEND-OK
              ADD 1 TO WS-REL-READ(WS-CUR-REL)
              IF ADJ-APPROVER NOT = SPACES
                 MOVE ADJ-APPROVER TO OPER-ID
                 READ OPERSEC-IN
                    INVALID KEY
                       MOVE ADJ-ITEM TO WS-KW-ITEM
                       MOVE ADJ-BRANCH TO WS-KW-BRANCH
                       MOVE WS-KEY-WORK TO WS-DET-KEY
                       MOVE ADJ-APPROVER TO WS-DET-REFERENCE
                       MOVE 'ADJPEND APPROVER NOT ON OPERSEC'
                          TO WS-DET-PROBLEM
                       PERFORM 5000-PRINT-BREAK
                 END-READ
              END-IF
           END-IF.

       3000-END-PROCESS.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-SUMMARY-HEAD-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           PERFORM 3100-PRINT-ONE-SUMMARY
              VARYING WS-REL-IDX FROM 1 BY 1
              UNTIL WS-REL-IDX > 6
           MOVE WS-TOTAL-BREAKS TO WS-TOT-BREAKS
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           IF HAVE-ITEMSUP
              CLOSE ITEMSUP-IN
           END-IF
           IF HAVE-SUPPLIER
              CLOSE SUPPLIER-IN
           END-IF
           IF HAVE-ITEM
              CLOSE ITEM-MAST
           END-IF
           IF HAVE-BRANCH
              CLOSE BRANCH-MAST
           END-IF
           IF HAVE-REGION
              CLOSE REGION-IN
           END-IF
           IF HAVE-STOCK
              CLOSE STOCK-LEDGER
           END-IF
           IF HAVE-SRCREG
              CLOSE SRCREG-IN
           END-IF
           IF HAVE-OPERSEC
              CLOSE OPERSEC-IN
           END-IF
           IF HAVE-PRCPEND
              CLOSE PRCPEND-IN
           END-IF
           IF HAVE-ADJPEND
              CLOSE ADJPEND-IN
           END-IF
           CLOSE PRINT-OUT

           DISPLAY 'MASTER INTEGRITY BREAKS: ' WS-TOTAL-BREAKS
           IF WS-TOTAL-BREAKS > 0
              DISPLAY '** MASTER INTEGRITY BREAKS FOUND - SEE '
                 'INTGRPT **'
              MOVE 4 TO RETURN-CODE
           END-IF.

       3100-PRINT-ONE-SUMMARY.
           MOVE WS-REL-NAME(WS-REL-IDX) TO WS-SUM-NAME
           MOVE WS-REL-READ(WS-REL-IDX) TO WS-SUM-READ
           MOVE WS-REL-BREAKS(WS-REL-IDX) TO WS-SUM-BREAKS
           IF REL-CHECKED(WS-REL-IDX)
              MOVE SPACES TO WS-SUM-NOTE
           ELSE
              MOVE SPACES TO WS-SUM-NOTE
              STRING 'NOT CHECKED - ' WS-REL-NOTE(WS-REL-IDX)
                 DELIMITED BY SIZE INTO WS-SUM-NOTE
           END-IF
           MOVE WS-SUMMARY-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

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
              END-IF
              CLOSE RUNCTL-IN
           END-IF.

       5000-PRINT-BREAK.
           ADD 1 TO WS-REL-BREAKS(WS-CUR-REL)
           ADD 1 TO WS-TOTAL-BREAKS
           IF WS-REL-BREAKS(WS-CUR-REL) = 1
              MOVE WS-COLUMN-HEAD-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-PRINT-SECTION-HEAD.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-REL-NAME(WS-CUR-REL) TO WS-SH-NAME
           MOVE WS-SECTION-HEAD-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5200-PRINT-SECTION-FOOT.
           IF NOT REL-CHECKED(WS-CUR-REL)
              DISPLAY '** WARNING: ' WS-REL-NAME(WS-CUR-REL)
                 ' NOT CHECKED - ' WS-REL-NOTE(WS-CUR-REL) ' **'
              MOVE WS-REL-NOTE(WS-CUR-REL) TO WS-NC-NOTE
              MOVE WS-NOT-CHECKED-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           ELSE
              IF WS-REL-BREAKS(WS-CUR-REL) = 0
                 MOVE WS-CLEAN-LINE TO PRINT-OUT-RECORD
                 WRITE PRINT-OUT-RECORD
              END-IF
           END-IF.

       9999-ABEND.
           MOVE 'MSTAUDIT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
