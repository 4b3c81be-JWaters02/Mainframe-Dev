       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TAXLKUP.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : SALES-TAX LOOKUP SUBROUTINE                     *
      *                                                                *
      *  Function    : CALLED BY ANY PROGRAM THAT NEEDS TO TAX A SALE  *
      *                OR RETURN. GIVEN AN ITEM, A DATE AND A TAXABLE  *
      *                VALUE IT READS THE ITEM'S TAX CODE FROM         *
      *                ITEMMAST, FINDS THE RATE IN FORCE ON THE DATE   *
      *                ON THE TAXCODE MASTER (THE LATEST EFFECTIVE     *
      *                DATE NOT AFTER IT) AND RETURNS THE CODE, RATE   *
      *                AND TAX ROUNDED TO THE PENNY. THE RATE MASTER   *
      *                IS LOADED INTO STORAGE ON THE FIRST CALL; THE   *
      *                CALLER MAKES A CLOSE CALL AT END OF RUN. NEVER  *
      *                FAILS THE CALLER: AN ITEM THAT CANNOT BE TAXED  *
      *                IS RETURNED WITH ZERO TAX AND A RESULT CODE     *
      *                SAYING WHY.                                     *
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
           SELECT ITEM-IN ASSIGN TO ITEMMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-IN-STATUS.
           SELECT TAXCODE-IN ASSIGN TO TAXCODE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TC-KEY
           FILE STATUS IS WS-TAXCODE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ITEM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
      *
       FD TAXCODE-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 45 CHARACTERS.
           COPY TAXCODER.
      *
       WORKING-STORAGE SECTION.
      *
      * Flags...
      *
       01 WS-ITEM-IN-STATUS                  PIC X(2).
           88 ITEM-IN-OK                     VALUE "00".
       01 WS-TAXCODE-STATUS                  PIC X(2).
           88 TAXCODE-OK                     VALUE "00".
           88 TAXCODE-EOF                    VALUE "10".
       01 WS-FILES-OPEN                      PIC X VALUE 'N'.
           88 FILES-OPEN                     VALUE 'Y'.
       01 WS-FILES-FAILED                    PIC X VALUE 'N'.
           88 FILES-FAILED                   VALUE 'Y'.
      *
      * Last item read, so a run of movements for one item does
      * not re-read the master...
      *
       01 WS-LAST-ITEM                       PIC X(6) VALUE SPACES.
       01 WS-LAST-ITEM-FOUND                 PIC X VALUE 'N'.
           88 LAST-ITEM-FOUND                VALUE 'Y'.
       01 WS-LAST-TAX-CODE                   PIC X(2) VALUE SPACES.
      *
      * Rates held in TAXCODE key order: code, then effective date...
      *
       01 WS-RATE-COUNT                      PIC 9(4) COMP VALUE 0.
       01 WS-RATE-MAX                        PIC 9(4) COMP VALUE 500.
       01 WS-RATE-FOUND                      PIC X VALUE 'N'.
           88 RATE-FOUND                     VALUE 'Y'.
       01 RATE-TABLE.
          05 RATE-ENTRY OCCURS 500 TIMES INDEXED BY RX.
             10 RT-CODE                      PIC X(2).
             10 RT-EFF-DATE                  PIC 9(8).
             10 RT-RATE                      PIC 9(2)V999.
      *
       LINKAGE SECTION.
      *
       01 LK-TAXLKUP-PARM.
          05 LK-FUNCTION                     PIC X(01).
             88 LK-LOOKUP                    VALUE 'L'.
             88 LK-CLOSE                     VALUE 'C'.
          05 LK-ITEM                         PIC X(06).
          05 LK-DATE                         PIC 9(08).
          05 LK-TAXABLE-VALUE                PIC S9(09)V99.
          05 LK-TAX-CODE                     PIC X(02).
          05 LK-TAX-RATE                     PIC 9(02)V999.
          05 LK-TAX-VALUE                    PIC S9(09)V99.
          05 LK-RESULT                       PIC X(01).
      *
       PROCEDURE DIVISION USING LK-TAXLKUP-PARM.
      *
       PROGRAM-CONTROL.
           IF LK-CLOSE
              PERFORM 3000-END-PROCESS
           ELSE
              IF NOT FILES-OPEN
                 PERFORM 1000-INITIAL-PROCESS
              END-IF
              PERFORM 2000-MAIN-PROCESS
           END-IF

           GOBACK.

       1000-INITIAL-PROCESS.
           MOVE 'N' TO WS-FILES-FAILED
           MOVE SPACES TO WS-LAST-ITEM
           MOVE 0 TO WS-RATE-COUNT
           OPEN INPUT TAXCODE-IN
           IF NOT TAXCODE-OK
              DISPLAY '** TAXLKUP: TAXCODE FILE IS NOT OK: '
                 WS-TAXCODE-STATUS ' **'
              MOVE 'Y' TO WS-FILES-FAILED
           ELSE
              PERFORM 1100-LOAD-ONE-RATE UNTIL TAXCODE-EOF
              CLOSE TAXCODE-IN
           END-IF
           OPEN INPUT ITEM-IN
           IF NOT ITEM-IN-OK
              DISPLAY '** TAXLKUP: ITEMMAST FILE IS NOT OK: '
                 WS-ITEM-IN-STATUS ' **'
              MOVE 'Y' TO WS-FILES-FAILED
           END-IF
           MOVE 'Y' TO WS-FILES-OPEN.

       1100-LOAD-ONE-RATE.
           READ TAXCODE-IN NEXT RECORD
              AT END SET TAXCODE-EOF TO TRUE
           END-READ
           IF TAXCODE-OK
              IF WS-RATE-COUNT < WS-RATE-MAX
                 ADD 1 TO WS-RATE-COUNT
                 SET RX TO WS-RATE-COUNT
                 MOVE TC-CODE TO RT-CODE(RX)
                 MOVE TC-EFF-DATE TO RT-EFF-DATE(RX)
                 MOVE TC-RATE TO RT-RATE(RX)
              ELSE
                 DISPLAY '** TAXLKUP: RATE TABLE FULL - '
                    TC-KEY ' IGNORED **'
              END-IF
           ELSE
              IF NOT TAXCODE-EOF
                 DISPLAY '** TAXLKUP: TAXCODE READ IS NOT OK: '
                    WS-TAXCODE-STATUS ' **'
                 SET TAXCODE-EOF TO TRUE
                 MOVE 'Y' TO WS-FILES-FAILED
              END-IF
           END-IF.

       2000-MAIN-PROCESS.
           MOVE SPACES TO LK-TAX-CODE
           MOVE 0 TO LK-TAX-RATE
           MOVE 0 TO LK-TAX-VALUE
           IF FILES-FAILED
              MOVE '9' TO LK-RESULT
           ELSE
              PERFORM 2100-READ-ITEM
              EVALUATE TRUE
                 WHEN NOT LAST-ITEM-FOUND
                    MOVE '1' TO LK-RESULT
                 WHEN WS-LAST-TAX-CODE = SPACES
                    MOVE '2' TO LK-RESULT
                 WHEN OTHER
                    MOVE WS-LAST-TAX-CODE TO LK-TAX-CODE
                    PERFORM 2200-FIND-RATE
                    IF RATE-FOUND
                       COMPUTE LK-TAX-VALUE ROUNDED =
                          LK-TAXABLE-VALUE * LK-TAX-RATE / 100
                       MOVE '0' TO LK-RESULT
                    ELSE
                       MOVE '3' TO LK-RESULT
                    END-IF
              END-EVALUATE
           END-IF.

       2100-READ-ITEM.
           IF LK-ITEM NOT = WS-LAST-ITEM
              MOVE LK-ITEM TO WS-LAST-ITEM
              MOVE LK-ITEM TO ITEM-CODE
              READ ITEM-IN
                 INVALID KEY
                    MOVE 'N' TO WS-LAST-ITEM-FOUND
                    MOVE SPACES TO WS-LAST-TAX-CODE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-LAST-ITEM-FOUND
                    MOVE ITEM-TAX-CODE TO WS-LAST-TAX-CODE
              END-READ
           END-IF.

       2200-FIND-RATE.
      *    The table is in effective-date order within code, so the
      *    last entry for the code not after the date is in force.
           MOVE 'N' TO WS-RATE-FOUND
           PERFORM 2210-CHECK-ONE-RATE
              VARYING RX FROM 1 BY 1 UNTIL RX > WS-RATE-COUNT.

       2210-CHECK-ONE-RATE.
           IF RT-CODE(RX) = LK-TAX-CODE
              AND RT-EFF-DATE(RX) NOT > LK-DATE
              MOVE RT-RATE(RX) TO LK-TAX-RATE
              MOVE 'Y' TO WS-RATE-FOUND
           END-IF.

       3000-END-PROCESS.
           IF FILES-OPEN
              CLOSE ITEM-IN
              MOVE 'N' TO WS-FILES-OPEN
           END-IF.
