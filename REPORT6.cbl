      *                                                                *
      *  Function    : DISPLAY THE TOP 10 BEST-SELLING ITEMS PER       *
      *                BRANCH, RANKED BY RETAIL VALUE, FROM THE SAME   *
      *                REP-IN STYLE EXTRACT USED BY REPORT1/4/5. EACH  *
      *                ITEM SHOWS ITS ABC CLASS FROM ITEMMAST, AND THE *
      *                OPTIONAL REP6PARM LIMITS THE SLOW-MOVERS        *
      *                SECTION TO UP TO THREE NAMED CLASSES.           *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT BALANCE-OUT ASSIGN TO BALCNT
           FILE STATUS IS WS-BALANCE-OUT-STATUS.
           SELECT ITEM-IN ASSIGN TO ITEMMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-IN-STATUS.
           SELECT PARM-IN ASSIGN TO REP6PARM
           FILE STATUS IS WS-PARM-IN-STATUS.
      *
       DATA DIVISION.
      *
           RECORDING MODE IS F
           RECORD CONTAINS 31 CHARACTERS.
           COPY BALCNT.
      *
       FD ITEM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
      *
      * Optional run parameter - up to three ABC classes to list in
      * the slow-movers section; spaces list every class...
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 3 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-SLOW-CLASSES              PIC X(3).
      *
       WORKING-STORAGE SECTION.
      *
             10 WS-REC-UNITS                PIC Z(04)9.
             10 FILLER                      PIC X(5).
             10 WS-REC-RETAIL-VALUE         PIC Z(06)9.99.
             10 FILLER                      PIC X(9).
             10 WS-REC-CLASS                PIC X(01).
             10 FILLER                      PIC X(20).
          05 WS-PREV-BRANCH                 PIC X(4).
          05 WS-CUR-BRANCH                  PIC X(4).
      *
             10 WS-BR-PRINTED               PIC X(01)   VALUE 'N'.
                88 WS-BR-ITEM-PRINTED       VALUE 'Y'.
             10 WS-BR-SLOW-PRINTED          PIC X(01)   VALUE 'N'.
             10 WS-BR-CLASS                 PIC X(01).
      *
      * Company-wide item table built from the same REP6IN pass...
      *
             10 WS-CO-UNITS                 PIC 9(09).
             10 WS-CO-RETAIL-VALUE          PIC 9(09)V99.
             10 WS-CO-PRINTED               PIC X(01).
             10 WS-CO-CLASS                 PIC X(01).
       01 WS-CO-BEST-INDEX                  PIC 9(4)    VALUE 0.
       01 WS-CO-BEST-RETAIL                 PIC 9(09)V99 VALUE 0.
      *
             10 FILLER                      PIC X(6)    VALUE SPACES.
             10 WS-H5-RETAIL-VALUE          PIC X(12)   VALUE
                'RETAIL-VALUE'.
             10 FILLER                      PIC X(2)    VALUE SPACES.
             10 WS-H5-CLASS                 PIC X(5)    VALUE 'CLASS'.
          05 WS-SECTION-MSG.
             10 WS-SEC-TITLE                PIC X(40).
             10 FILLER                      PIC X(52)   VALUE SPACES.
      *
       01 WS-TRIAL-FLAG                     PIC X VALUE 'N'.
           88 TRIAL-RUN                     VALUE 'Y'.
       01 WS-ITEM-IN-STATUS                 PIC X(2).
          88 ITEM-IN-OK                     VALUE "00".
          88 ITEM-IN-NOT-FOUND              VALUE "35".
       01 WS-ITEM-MAST-OPEN                 PIC X       VALUE 'N'.
          88 ITEM-MAST-OPEN                 VALUE 'Y'.
       01 WS-PARM-IN-STATUS                 PIC X(2).
          88 PARM-IN-OK                     VALUE "00".
          88 PARM-IN-EOF                    VALUE "10".
          88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-SLOW-CLASSES                   PIC X(3)    VALUE SPACES.
       01 FILLER REDEFINES WS-SLOW-CLASSES.
          05 WS-SLOW-CLASS                  PIC X OCCURS 3 TIMES.
       01 WS-ITEM-CLASS                     PIC X       VALUE SPACE.
       01 WS-CLASS-SELECTED                 PIC X       VALUE 'Y'.
          88 CLASS-SELECTED                 VALUE 'Y'.
       01 WS-SLOW-TITLE                     PIC X(40)   VALUE
           'SLOW MOVERS - LOWEST RETAIL VALUE'.
       01 WS-TRIAL-BANNER                   PIC X(31) VALUE
           '** TRIAL RUN - NOT FOR ISSUE **'.
      *
              MOVE WS-DATE-CC TO WS-DISP-DATE-CC
           END-IF

           PERFORM 4600-READ-PARM-IN
           IF WS-SLOW-CLASSES NOT = SPACES
              MOVE SPACES TO WS-SLOW-TITLE
              STRING 'SLOW MOVERS IN CLASS ' DELIMITED BY SIZE
                     WS-SLOW-CLASSES DELIMITED BY SPACE
                     ' - LOWEST VALUE' DELIMITED BY SIZE
                 INTO WS-SLOW-TITLE
              END-STRING
           END-IF

           PERFORM 4000-OPEN-REP-IN

           PERFORM 4500-OPEN-ITEM-MAST

           PERFORM 4300-OPEN-PRINT-OUT

           PERFORM 4100-READ-REP-IN

           PERFORM 4200-CLOSE-REP-IN

           IF ITEM-MAST-OPEN
              CLOSE ITEM-IN
           END-IF

           PERFORM 4400-CLOSE-PRINT-OUT

           IF NOT TRAILER-FOUND
           WRITE BALANCE-COUNT-RECORD
           CLOSE BALANCE-OUT.

       4500-OPEN-ITEM-MAST.
      *    The item master only supplies the ABC class; without it
      *    every item prints unclassified.
           OPEN INPUT ITEM-IN
           IF ITEM-IN-NOT-FOUND
              DISPLAY '** WARNING: NO ITEM MASTER - ITEMS ARE SHOWN '
                 'WITHOUT AN ABC CLASS **'
           ELSE
              IF NOT ITEM-IN-OK
                 DISPLAY '** ITEM-IN FILE IS NOT OK **'
                 DISPLAY '** ITEM-IN: ' WS-ITEM-IN-STATUS
                 MOVE '4500-OPEN-ITEM-MAST' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE 'Y' TO WS-ITEM-MAST-OPEN
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
                 MOVE PARM-SLOW-CLASSES TO WS-SLOW-CLASSES
              END-IF
              CLOSE PARM-IN
           END-IF.

       4950-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL-IN
           IF RUNCTL-NOT-FOUND
           MOVE WS-BR-UNITS(WS-BEST-INDEX) TO WS-REC-UNITS
           MOVE WS-BR-RETAIL-VALUE(WS-BEST-INDEX)
              TO WS-REC-RETAIL-VALUE
           MOVE WS-BR-CLASS(WS-BEST-INDEX) TO WS-REC-CLASS

           MOVE WS-REC-OUT TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE R-RETAIL-VALUE TO WS-BR-RETAIL-VALUE(WS-BR-ITEM-COUNT)
           MOVE 'N' TO WS-BR-PRINTED(WS-BR-ITEM-COUNT)
           MOVE 'N' TO WS-BR-SLOW-PRINTED(WS-BR-ITEM-COUNT)
           PERFORM 6160-LOOKUP-ITEM-CLASS
           MOVE WS-ITEM-CLASS TO WS-BR-CLASS(WS-BR-ITEM-COUNT)
           PERFORM 6150-ADD-ITEM-TO-COMPANY.

       6150-ADD-ITEM-TO-COMPANY.
                 MOVE R-UNITS TO WS-CO-UNITS(CI)
                 MOVE R-RETAIL-VALUE TO WS-CO-RETAIL-VALUE(CI)
                 MOVE 'N' TO WS-CO-PRINTED(CI)
                 MOVE WS-ITEM-CLASS TO WS-CO-CLASS(CI)
              WHEN WS-CO-ITEM(CI) = R-ITEM
                 ADD R-UNITS TO WS-CO-UNITS(CI)
                 ADD R-RETAIL-VALUE TO WS-CO-RETAIL-VALUE(CI)
           END-SEARCH.

       6160-LOOKUP-ITEM-CLASS.
           MOVE SPACES TO WS-ITEM-CLASS
           IF ITEM-MAST-OPEN
              MOVE R-ITEM TO ITEM-CODE
              READ ITEM-IN
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ITEM-ABC-CLASS TO WS-ITEM-CLASS
              END-READ
           END-IF.

       6200-RANK-AND-PRINT-BRANCH.
           IF WS-BR-ITEM-COUNT > 0
              PERFORM 6210-FIND-NEXT-BEST

       6230-PRINT-SLOW-MOVERS.
      *    The other end of the ranking - the lowest retail values
      *    that still sold at least one unit, optionally only for the
      *    ABC classes named on REP6PARM.
           MOVE WS-SLOW-TITLE TO WS-SEC-TITLE
           MOVE WS-SECTION-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           ADD 1 TO WS-LINE-COUNT
              UNTIL BI > WS-BR-ITEM-COUNT.

       6236-COUNT-ONE-SELLER.
           PERFORM 6238-TEST-SLOW-CLASS
           IF WS-BR-UNITS(BI) > 0 AND CLASS-SELECTED
              ADD 1 TO WS-SELLER-COUNT
           END-IF.

       6238-TEST-SLOW-CLASS.
           MOVE 'Y' TO WS-CLASS-SELECTED
           IF WS-SLOW-CLASSES NOT = SPACES
              IF WS-BR-CLASS(BI) = SPACE
                 OR (WS-BR-CLASS(BI) NOT = WS-SLOW-CLASS(1)
                 AND WS-BR-CLASS(BI) NOT = WS-SLOW-CLASS(2)
                 AND WS-BR-CLASS(BI) NOT = WS-SLOW-CLASS(3))
                 MOVE 'N' TO WS-CLASS-SELECTED
              END-IF
           END-IF.

       6240-FIND-NEXT-SLOWEST.
           PERFORM 6300-CHECK-PAGE-COUNT

           END-IF.

       6245-SCAN-FOR-SLOWEST.
           PERFORM 6238-TEST-SLOW-CLASS
           IF WS-BR-SLOW-PRINTED(BI) = 'N'
              AND WS-BR-UNITS(BI) > 0
              AND CLASS-SELECTED
              IF WS-BEST-SET = 'N'
                 OR WS-BR-RETAIL-VALUE(BI) < WS-BEST-RETAIL-VALUE
                 SET WS-BEST-INDEX TO BI
              MOVE WS-CO-ITEM(CI) TO WS-REC-ITEM
              MOVE WS-CO-UNITS(CI) TO WS-REC-UNITS
              MOVE WS-CO-RETAIL-VALUE(CI) TO WS-REC-RETAIL-VALUE
              MOVE WS-CO-CLASS(CI) TO WS-REC-CLASS
              MOVE WS-REC-OUT TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
              ADD 1 TO WS-LINE-COUNT
