      *                                                                *
      *  Project     : ITEM TREND BY ARCHIVED PERIOD                   *
      *                                                                *
      *  Function    : READ THE PTDARCH PERIOD ARCHIVES BACK AND SHOW, *
      *                PER ITEM, THE COUNT, NET UNITS AND VALUE FOR    *
      *                EACH OF THE LAST N ARCHIVED PERIODS SIDE BY     *
      *                SIDE, WITH THE PERCENTAGE MOVEMENT OF THE       *
      *                LATEST PERIOD AGAINST THE ONE BEFORE IT. THE    *
      *                PTDTPARM PARAMETER NAMES THE NUMBER OF PERIODS  *
      *                (UP TO EIGHT COLUMNS), AN OPTIONAL ITEM FILTER  *
      *                AND AN OPTIONAL DEPARTMENT AND CATEGORY FILTER  *
      *                - A DEPARTMENT WITH A BLANK CATEGORY SELECTS    *
      *                THE WHOLE DEPARTMENT, AND SPACES SELECT         *
      *                EVERYTHING.                                     *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
       FD PTDARCH-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
       01 PTDARCH-RECORD.
          05 PTA-CLOSE-DATE                 PIC 9(08).
          05 PTA-FISCAL-YEAR                PIC 9(04).
          05 PTA-COUNT                      PIC 9(09).
          05 PTA-UNITS                      PIC S9(09).
          05 PTA-VALUE                      PIC S9(11)V99.
          05 PTA-CATEGORY.
             10 PTA-DEPT                    PIC X(02).
             10 PTA-CAT-CODE                PIC X(04).
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 14 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-PERIODS                   PIC 9(2).
           05 PARM-ITEM                      PIC X(6).
           05 PARM-CATEGORY.
              10 PARM-DEPT                   PIC X(2).
              10 PARM-CAT-CODE               PIC X(4).
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-PASS                            PIC 9(1) VALUE 1.
       01 WS-CATEGORY-MATCH                  PIC X VALUE 'N'.
           88 CATEGORY-MATCHES               VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-SELECT-PERIODS                  PIC 9(2) VALUE 6.
       01 WS-SELECT-ITEM                     PIC X(6) VALUE SPACES.
       01 WS-SELECT-CATEGORY.
          05 WS-SELECT-DEPT                  PIC X(2) VALUE SPACES.
          05 WS-SELECT-CAT-CODE              PIC X(4) VALUE SPACES.
       01 WS-ARCH-READ-COUNT                 PIC 9(9) VALUE 0.
       01 WS-ITEM-COUNT                      PIC 9(5) VALUE 0.
       01 WS-FIRST-SLOT                      PIC 9(3) VALUE 0.
             10 FILLER                       PIC X(8)    VALUE
                '  ITEM: '.
             10 WS-H1-ITEM                   PIC X(6).
             10 FILLER                       PIC X(12)   VALUE
                '  CATEGORY: '.
             10 WS-H1-CATEGORY               PIC X(7).
             10 FILLER                       PIC X(53)   VALUE SPACES.
          05 WS-PERIOD-HEADER.
             10 FILLER                       PIC X(14)   VALUE
                'ITEM  MEASURE '.
                    MOVE PARM-PERIODS TO WS-SELECT-PERIODS
                 END-IF
                 MOVE PARM-ITEM TO WS-SELECT-ITEM
                 MOVE PARM-CATEGORY TO WS-SELECT-CATEGORY
              END-IF
              CLOSE PARM-IN
           END-IF

       3100-ACCUMULATE-ONE.
           IF ARCH-OK
              PERFORM 3150-TEST-CATEGORY
              IF (WS-SELECT-ITEM = SPACES
                 OR PTA-ITEM = WS-SELECT-ITEM)
                 AND CATEGORY-MATCHES
                 PERFORM 3200-FIND-PERIOD-COLUMN
                 IF WS-COL > 0
                    PERFORM 3300-POST-TO-COLUMN

           PERFORM 4000-READ-PTDARCH.

       3150-TEST-CATEGORY.
      *    A department with a blank category selects every category
      *    in that department.
           MOVE 'Y' TO WS-CATEGORY-MATCH
           IF WS-SELECT-DEPT NOT = SPACES
              IF PTA-DEPT NOT = WS-SELECT-DEPT
                 MOVE 'N' TO WS-CATEGORY-MATCH
              END-IF
              IF WS-SELECT-CAT-CODE NOT = SPACES
                 AND PTA-CAT-CODE NOT = WS-SELECT-CAT-CODE
                 MOVE 'N' TO WS-CATEGORY-MATCH
              END-IF
           END-IF.

       3200-FIND-PERIOD-COLUMN.
           MOVE 0 TO WS-COL
           PERFORM 3250-TEST-ONE-SLOT
           ELSE
              MOVE WS-SELECT-ITEM TO WS-H1-ITEM
           END-IF
           IF WS-SELECT-DEPT = SPACES
              MOVE 'ALL' TO WS-H1-CATEGORY
           ELSE
              IF WS-SELECT-CAT-CODE = SPACES
                 MOVE WS-SELECT-DEPT TO WS-H1-CATEGORY
              ELSE
                 STRING WS-SELECT-DEPT '/' WS-SELECT-CAT-CODE
                    DELIMITED BY SIZE INTO WS-H1-CATEGORY
              END-IF
           END-IF
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

