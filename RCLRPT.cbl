       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RCLRPT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : PRODUCT RECALL STATUS REPORT                    *
      *                                                                *
      *  Function    : FOR EVERY ACTIVE RECALL ON THE RECALLS MASTER,  *
      *                LIST THE STOCKLDG ON-HAND FOR THE ITEM AT EACH  *
      *                BRANCH WITH THE BRANCH MANAGER AND PHONE NUMBER *
      *                FROM BRANCHES, SO THE BRANCHES CAN BE CALLED IN *
      *                ORDER. EACH BRANCH SHOWS ITS OPENING EXPOSURE   *
      *                FROM RCLEXP, THE QUANTITY RETURNED SO FAR AND   *
      *                WHAT IS STILL OUTSTANDING, AND IS MARKED        *
      *                CLEARED ONCE IT REACHES ZERO. STOCK THAT HAS    *
      *                ARRIVED AT A BRANCH SINCE THE RECALL WAS RAISED *
      *                IS FLAGGED. ITEM AND RUN TOTALS SHOW HOW MANY   *
      *                BRANCHES ARE STILL TO CLEAR. THE REPORT IS      *
      *                DATED BY THE RUNCTL BUSINESS DATE.              *
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
           SELECT RECALL-IN ASSIGN TO RECALLS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RCL-ITEM
           FILE STATUS IS WS-RECALL-IN-STATUS.
           SELECT EXPOSURE-IN ASSIGN TO RCLEXP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RX-KEY
           FILE STATUS IS WS-EXPOSURE-STATUS.
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
           SELECT ITEM-IN ASSIGN TO ITEMMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-IN-STATUS.
           SELECT SUPPLIER-IN ASSIGN TO SUPPLIER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUPP-CODE
           FILE STATUS IS WS-SUPPLIER-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO RCLPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD RECALL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
           COPY RECALLR.
      *
       FD EXPOSURE-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
           COPY RCLEXPR.
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
       FD ITEM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
      *
       FD SUPPLIER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 157 CHARACTERS.
           COPY SUPPLR.
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
       01 WS-RECALL-IN-STATUS                PIC X(2).
           88 RECALL-IN-OK                   VALUE "00".
           88 RECALL-IN-EOF                  VALUE "10".
           88 RECALL-IN-NO-FILE              VALUE "35".
       01 WS-EXPOSURE-STATUS                 PIC X(2).
           88 EXPOSURE-OK                    VALUE "00".
           88 EXPOSURE-NOT-FOUND             VALUE "23".
           88 EXPOSURE-NO-FILE               VALUE "35".
       01 WS-STOCK-STATUS                    PIC X(2).
           88 STOCK-OK                       VALUE "00".
       01 WS-BRANCH-IN-STATUS                PIC X(2).
           88 BRANCH-IN-OK                   VALUE "00".
       01 WS-ITEM-IN-STATUS                  PIC X(2).
           88 ITEM-IN-OK                     VALUE "00".
       01 WS-SUPPLIER-STATUS                 PIC X(2).
           88 SUPPLIER-OK                    VALUE "00".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-RECALL-EOF                      PIC X VALUE 'N'.
           88 RECALL-EOF                     VALUE 'Y'.
       01 WS-SCAN-DONE                       PIC X VALUE 'N'.
           88 SCAN-DONE                      VALUE 'Y'.
       01 WS-EXPOSURE-PRESENT                PIC X VALUE 'N'.
           88 EXPOSURE-PRESENT               VALUE 'Y'.
       01 WS-EXPOSED                         PIC X VALUE 'N'.
           88 EXPOSED                        VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-RUN-DATE                        PIC 9(8) VALUE 0.
       01 WS-OUTSTANDING                     PIC S9(9) VALUE 0.
      *
      * Item totals...
      *
       01 WS-ITEM-BRANCHES                   PIC 9(5) VALUE 0.
       01 WS-ITEM-OPEN-BRANCHES              PIC 9(5) VALUE 0.
       01 WS-ITEM-ON-HAND                    PIC S9(11) VALUE 0.
       01 WS-ITEM-OPENING                    PIC 9(11) VALUE 0.
       01 WS-ITEM-RETURNED                   PIC 9(11) VALUE 0.
       01 WS-ITEM-OUTSTANDING                PIC S9(11) VALUE 0.
      *
      * Counters...
      *
       01 WS-RECALLS-READ                    PIC 9(5) VALUE 0.
       01 WS-RECALLS-REPORTED                PIC 9(5) VALUE 0.
       01 WS-RECALLS-CLEARED                 PIC 9(5) VALUE 0.
       01 WS-TOTAL-OPEN-BRANCHES             PIC 9(7) VALUE 0.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'PRODUCT RECALL STATUS REPORT'.
             10 FILLER                       PIC X(10)   VALUE
                'RUN DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(74)   VALUE SPACES.
          05 WS-RECALL-HEADER1.
             10 FILLER                       PIC X(6)    VALUE
                'ITEM: '.
             10 WS-RH-ITEM                   PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-RH-ITEM-DESC              PIC X(30).
             10 FILLER                       PIC X(15)   VALUE
                '  RECALL DATE: '.
             10 WS-RH-RECALL-DATE            PIC 9(8).
             10 FILLER                       PIC X(65)   VALUE SPACES.
          05 WS-RECALL-HEADER2.
             10 FILLER                       PIC X(8)    VALUE
                'REASON: '.
             10 WS-RH-REASON                 PIC X(30).
             10 FILLER                       PIC X(12)   VALUE
                '  SUPPLIER: '.
             10 WS-RH-SUPP-CODE              PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-RH-SUPP-NAME              PIC X(30).
             10 FILLER                       PIC X(46)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(8)    VALUE
                'BRANCH'.
             10 FILLER                       PIC X(22)   VALUE
                'MANAGER'.
             10 FILLER                       PIC X(14)   VALUE
                'PHONE'.
             10 FILLER                       PIC X(11)   VALUE
                '  ON-HAND'.
             10 FILLER                       PIC X(11)   VALUE
                '  OPENING'.
             10 FILLER                       PIC X(11)   VALUE
                ' RETURNED'.
             10 FILLER                       PIC X(13)   VALUE
                'OUTSTANDING'.
             10 FILLER                       PIC X(42)   VALUE
                'STATUS'.
          05 WS-DETAIL-LINE.
             10 WS-DET-BRANCH                PIC X(4).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-DET-MANAGER               PIC X(20).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-PHONE                 PIC X(12).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-ON-HAND               PIC -(8)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-OPENING               PIC Z(8)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-RETURNED              PIC Z(8)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-OUTSTANDING           PIC -(8)9.
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-DET-STATUS                PIC X(21).
             10 FILLER                       PIC X(21)   VALUE SPACES.
          05 WS-ITEM-TOTAL-LINE.
             10 FILLER                       PIC X(14)   VALUE
                'ITEM TOTAL'.
             10 WS-IT-BRANCHES               PIC Z(4)9.
             10 FILLER                       PIC X(25)   VALUE
                ' BRANCHES'.
             10 WS-IT-ON-HAND                PIC -(8)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-IT-OPENING                PIC Z(8)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-IT-RETURNED               PIC Z(8)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-IT-OUTSTANDING            PIC -(8)9.
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-IT-OPEN-BRANCHES          PIC Z(4)9.
             10 FILLER                       PIC X(37)   VALUE
                ' STILL TO CLEAR'.
          05 WS-GRAND-TOTAL-LINE.
             10 WS-GT-LABEL                  PIC X(30).
             10 WS-GT-VALUE                  PIC Z(6)9.
             10 FILLER                       PIC X(95)   VALUE SPACES.
          05 WS-NONE-MSG                     PIC X(40)   VALUE
             'NO ACTIVE RECALLS'.
      *
       COPY ERRLOGL.
      *
       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-REPORT-ONE-RECALL UNTIL RECALL-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           MOVE 0 TO WS-RUN-DATE
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-RUN-DATE = 0
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF

           OPEN INPUT RECALL-IN
           IF RECALL-IN-NO-FILE
              MOVE 'Y' TO WS-RECALL-EOF
           ELSE
              IF NOT RECALL-IN-OK
                 DISPLAY '** RECALL-IN FILE IS NOT OK **'
                 DISPLAY '** RECALL-IN: ' WS-RECALL-IN-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF

      *    Without RCLEXP nothing has been exposed yet; every branch
      *    shows its stock alone.
           OPEN INPUT EXPOSURE-IN
           IF EXPOSURE-OK
              MOVE 'Y' TO WS-EXPOSURE-PRESENT
           ELSE
              IF NOT EXPOSURE-NO-FILE
                 DISPLAY '** EXPOSURE-IN FILE IS NOT OK **'
                 DISPLAY '** EXPOSURE-IN: ' WS-EXPOSURE-STATUS
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

           OPEN INPUT ITEM-IN
           IF NOT ITEM-IN-OK
              DISPLAY '** ITEM-IN FILE IS NOT OK **'
              DISPLAY '** ITEM-IN: ' WS-ITEM-IN-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN INPUT SUPPLIER-IN
           IF NOT SUPPLIER-OK
              DISPLAY '** SUPPLIER-IN FILE IS NOT OK **'
              DISPLAY '** SUPPLIER-IN: ' WS-SUPPLIER-STATUS
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

           MOVE WS-RUN-DATE TO WS-H1-DATE
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 4000-READ-RECALL-IN.

       2000-REPORT-ONE-RECALL.
           ADD 1 TO WS-RECALLS-READ
           IF RCL-ACTIVE
              ADD 1 TO WS-RECALLS-REPORTED
              PERFORM 2100-PRINT-RECALL-HEADER
              MOVE 0 TO WS-ITEM-BRANCHES
              MOVE 0 TO WS-ITEM-OPEN-BRANCHES
              MOVE 0 TO WS-ITEM-ON-HAND
              MOVE 0 TO WS-ITEM-OPENING
              MOVE 0 TO WS-ITEM-RETURNED
              MOVE 0 TO WS-ITEM-OUTSTANDING
              PERFORM 2200-START-POSITIONS
              PERFORM 2300-REPORT-ONE-BRANCH UNTIL SCAN-DONE
              PERFORM 2400-PRINT-ITEM-TOTAL
           END-IF

           PERFORM 4000-READ-RECALL-IN.

       2100-PRINT-RECALL-HEADER.
           MOVE RCL-ITEM TO WS-RH-ITEM
           MOVE RCL-ITEM TO ITEM-CODE
           READ ITEM-IN
              INVALID KEY
                 MOVE 'ITEM NOT ON MASTER' TO WS-RH-ITEM-DESC
              NOT INVALID KEY
                 MOVE ITEM-DESC TO WS-RH-ITEM-DESC
           END-READ
           MOVE RCL-RECALL-DATE TO WS-RH-RECALL-DATE
           MOVE RCL-REASON TO WS-RH-REASON
           MOVE RCL-SUPP-CODE TO WS-RH-SUPP-CODE
           MOVE RCL-SUPP-CODE TO SUPP-CODE
           READ SUPPLIER-IN
              INVALID KEY
                 MOVE 'SUPPLIER NOT ON MASTER' TO WS-RH-SUPP-NAME
              NOT INVALID KEY
                 MOVE SUPP-NAME TO WS-RH-SUPP-NAME
           END-READ

           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-RECALL-HEADER1 TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-RECALL-HEADER2 TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       2200-START-POSITIONS.
           MOVE 'N' TO WS-SCAN-DONE
           MOVE RCL-ITEM TO STK-ITEM
           MOVE LOW-VALUES TO STK-BRANCH
           START STOCK-LEDGER KEY IS NOT LESS THAN STK-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCAN-DONE
           END-START.

       2300-REPORT-ONE-BRANCH.
           READ STOCK-LEDGER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCAN-DONE
           END-READ
           IF NOT SCAN-DONE
              IF STK-ITEM NOT = RCL-ITEM
                 MOVE 'Y' TO WS-SCAN-DONE
              ELSE
                 PERFORM 2310-FIND-EXPOSURE
                 IF EXPOSED OR STK-ON-HAND NOT = 0
                    PERFORM 2320-PRINT-BRANCH-LINE
                 END-IF
              END-IF
           END-IF.

       2310-FIND-EXPOSURE.
           MOVE 'N' TO WS-EXPOSED
           IF EXPOSURE-PRESENT
              MOVE STK-ITEM TO RX-ITEM
              MOVE STK-BRANCH TO RX-BRANCH
              READ EXPOSURE-IN
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-EXPOSED
              END-READ
           END-IF.

       2320-PRINT-BRANCH-LINE.
           ADD 1 TO WS-ITEM-BRANCHES
           MOVE STK-BRANCH TO WS-DET-BRANCH
           MOVE STK-BRANCH TO BRANCH-NO
           READ BRANCH-IN
              INVALID KEY
                 MOVE 'BRANCH NOT ON MASTER' TO WS-DET-MANAGER
                 MOVE SPACES TO WS-DET-PHONE
              NOT INVALID KEY
                 MOVE BRANCH-MANAGER TO WS-DET-MANAGER
                 MOVE BRANCH-PHONE TO WS-DET-PHONE
           END-READ
           MOVE STK-ON-HAND TO WS-DET-ON-HAND
           ADD STK-ON-HAND TO WS-ITEM-ON-HAND

           IF EXPOSED
              COMPUTE WS-OUTSTANDING =
                 RX-OPENING-QTY - RX-RETURNED-QTY
              MOVE RX-OPENING-QTY TO WS-DET-OPENING
              MOVE RX-RETURNED-QTY TO WS-DET-RETURNED
              MOVE WS-OUTSTANDING TO WS-DET-OUTSTANDING
              ADD RX-OPENING-QTY TO WS-ITEM-OPENING
              ADD RX-RETURNED-QTY TO WS-ITEM-RETURNED
              ADD WS-OUTSTANDING TO WS-ITEM-OUTSTANDING
              IF RX-CLEARED-DATE NOT = 0
                 MOVE 'CLEARED' TO WS-DET-STATUS
              ELSE
                 ADD 1 TO WS-ITEM-OPEN-BRANCHES
                 MOVE 'OUTSTANDING' TO WS-DET-STATUS
              END-IF
           ELSE
      *       Stock that arrived after the recall was raised has no
      *       exposure to count against - the branch is chased for it
      *       all the same.
              MOVE 0 TO WS-DET-OPENING
              MOVE 0 TO WS-DET-RETURNED
              MOVE 0 TO WS-DET-OUTSTANDING
              IF STK-ON-HAND > 0
                 ADD 1 TO WS-ITEM-OPEN-BRANCHES
                 MOVE 'RECEIVED SINCE RECALL' TO WS-DET-STATUS
              ELSE
                 MOVE SPACES TO WS-DET-STATUS
              END-IF
           END-IF

           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       2400-PRINT-ITEM-TOTAL.
           MOVE WS-ITEM-BRANCHES TO WS-IT-BRANCHES
           MOVE WS-ITEM-ON-HAND TO WS-IT-ON-HAND
           MOVE WS-ITEM-OPENING TO WS-IT-OPENING
           MOVE WS-ITEM-RETURNED TO WS-IT-RETURNED
           MOVE WS-ITEM-OUTSTANDING TO WS-IT-OUTSTANDING
           MOVE WS-ITEM-OPEN-BRANCHES TO WS-IT-OPEN-BRANCHES
           MOVE WS-ITEM-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           ADD WS-ITEM-OPEN-BRANCHES TO WS-TOTAL-OPEN-BRANCHES
           IF WS-ITEM-OPEN-BRANCHES = 0
              ADD 1 TO WS-RECALLS-CLEARED
           END-IF.

       3000-END-PROCESS.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           IF WS-RECALLS-REPORTED = 0
              MOVE WS-NONE-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF
           MOVE 'ACTIVE RECALLS' TO WS-GT-LABEL
           MOVE WS-RECALLS-REPORTED TO WS-GT-VALUE
           MOVE WS-GRAND-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'RECALLS FULLY CLEARED' TO WS-GT-LABEL
           MOVE WS-RECALLS-CLEARED TO WS-GT-VALUE
           MOVE WS-GRAND-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'BRANCHES STILL TO CLEAR' TO WS-GT-LABEL
           MOVE WS-TOTAL-OPEN-BRANCHES TO WS-GT-VALUE
           MOVE WS-GRAND-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           IF NOT RECALL-IN-NO-FILE
              CLOSE RECALL-IN
           END-IF
           IF EXPOSURE-PRESENT
              CLOSE EXPOSURE-IN
           END-IF
           CLOSE STOCK-LEDGER
           CLOSE BRANCH-IN
           CLOSE ITEM-IN
           CLOSE SUPPLIER-IN
           CLOSE PRINT-OUT

           DISPLAY 'RECALLS READ: ' WS-RECALLS-READ
           DISPLAY 'ACTIVE RECALLS REPORTED: ' WS-RECALLS-REPORTED
           DISPLAY 'BRANCHES STILL TO CLEAR: ' WS-TOTAL-OPEN-BRANCHES.

       4000-READ-RECALL-IN.
           IF NOT RECALL-EOF
              READ RECALL-IN NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-RECALL-EOF
              END-READ
              IF NOT RECALL-EOF AND NOT RECALL-IN-OK
                 DISPLAY '** RECALL-IN FILE IS NOT OK **'
                 DISPLAY '** RECALL-IN: ' WS-RECALL-IN-STATUS
                 MOVE '4000-READ-RECALL-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       4950-READ-RUN-CONTROL.
      *    The report is dated by the business date of the run, not
      *    the day it happens to be printed.
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
                 MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
              END-IF
              CLOSE RUNCTL-IN
           END-IF.

       9999-ABEND.
           MOVE 'RCLRPT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
