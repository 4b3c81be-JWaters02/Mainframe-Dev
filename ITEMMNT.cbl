      *                MASTER, WITH FULL EDIT CHECKING OF EVERY        *
      *                TRANSACTION, BEFORE/AFTER AUDIT IMAGES TO THE   *
      *                ITEMAUD FILE AND AN APPLIED/REJECTED            *
      *                MAINTENANCE REPORT. EVERY ITEM ADDED OR CHANGED *
      *                MUST CARRY A SALES-TAX CODE THAT IS HELD ON THE *
      *                TAXCODE MASTER AND A DEPARTMENT AND CATEGORY    *
      *                THAT IS HELD ON THE MERCHIER MERCHANDISE        *
      *                HIERARCHY. A LIVE RUN CLAIMS THE ITEMMAST LOCK  *
      *                ON THE MSTLOCK CONTROL FILE AND ENDS WITH       *
      *                RETURN CODE 8, UPDATING NOTHING, WHILE THE      *
      *                DRIVER CHAIN OR ANOTHER JOB HOLDS IT. EACH      *
      *                TRANSACTION CARRIES THE OPERATOR WHO KEYED IT,  *
      *                STAMPED ON ITS AUDIT IMAGE FOR THE MNTHIST      *
      *                MAINTENANCE HISTORY.                            *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT TRIAL-OUT ASSIGN TO ITEMTRL
           FILE STATUS IS WS-TRIAL-OUT-STATUS.
           SELECT TAXCODE-IN ASSIGN TO TAXCODE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TC-KEY
           FILE STATUS IS WS-TAXCODE-STATUS.
           SELECT MERCH-IN ASSIGN TO MERCHIER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MH-KEY
           FILE STATUS IS WS-MERCH-IN-STATUS.
      *
       DATA DIVISION.
      *
       FD ITEMTXN-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 79 CHARACTERS.
       01 ITEMTXN-RECORD.
           05 TX-ACTION                      PIC X(1).
              88 TX-ADD                      VALUE 'A'.
           05 TX-ITEM-REORDER-POINT          PIC 9(05).
           05 TX-ITEM-STATUS                 PIC X(01).
           05 TX-ITEM-SUCCESSOR              PIC X(6).
           05 TX-ITEM-TAX-CODE               PIC X(2).
           05 TX-ITEM-CATEGORY.
              10 TX-ITEM-DEPT                PIC X(2).
              10 TX-ITEM-CAT-CODE            PIC X(4).
           05 TX-OPERATOR                    PIC X(8).
      *
       FD ITEM-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
      *
       FD PRINT-OUT
       FD AUDIT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 157 CHARACTERS.
       01 AUDIT-OUT-RECORD.
           05 AUD-ACTION                     PIC X(1).
           05 AUD-ITEM-CODE                  PIC X(6).
           05 AUD-BEFORE-IMAGE               PIC X(71).
           05 AUD-AFTER-IMAGE                PIC X(71).
           05 AUD-OPERATOR                   PIC X(8).
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
       FD TRIAL-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 79 CHARACTERS.
       01 TRIAL-OUT-RECORD                   PIC X(79).
      *
       FD TAXCODE-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 45 CHARACTERS.
           COPY TAXCODER.
      *
       FD MERCH-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
           COPY MERCHR.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-RUN-DATE                        PIC 9(8) VALUE 0.
       01 WS-AUDIT-OUT-STATUS                PIC X(2).
           88 AUDIT-OUT-OK                   VALUE "00".
       01 WS-BEFORE-IMAGE                    PIC X(71) VALUE SPACES.
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 TRIAL-OUT-OK                   VALUE "00".
       01 WS-TRIAL-FLAG                      PIC X VALUE 'N'.
           88 TRIAL-RUN                      VALUE 'Y'.
       01 WS-TAXCODE-STATUS                  PIC X(2).
           88 TAXCODE-OK                     VALUE "00".
           88 TAXCODE-EOF                    VALUE "10".
           88 TAXCODE-NOT-FOUND              VALUE "23".
           88 TAXCODE-NO-FILE                VALUE "35".
       01 WS-TAXCODE-OPEN                    PIC X VALUE 'N'.
           88 TAXCODE-OPEN                   VALUE 'Y'.
       01 WS-MERCH-IN-STATUS                 PIC X(2).
           88 MERCH-IN-OK                    VALUE "00".
           88 MERCH-IN-NOT-FOUND             VALUE "23".
           88 MERCH-IN-NO-FILE               VALUE "35".
       01 WS-MERCH-OPEN                      PIC X VALUE 'N'.
           88 MERCH-OPEN                     VALUE 'Y'.
      *
      * Counters...
      *
             10 FILLER                       PIC X(65)   VALUE SPACES.
      *
       COPY ERRLOGL.
       COPY MSTLOCKL.

       PROCEDURE DIVISION.
      *

           PERFORM 4950-READ-RUN-CONTROL

           IF NOT TRIAL-RUN
              PERFORM 1050-CLAIM-MASTER-LOCK
           END-IF

           IF TRIAL-RUN
              DISPLAY 'TRIAL RUN - ITEM MASTER WILL NOT BE UPDATED'
              OPEN OUTPUT TRIAL-OUT

           PERFORM 6200-OPEN-PRINT-OUT

           PERFORM 6300-OPEN-TAXCODE-IN

           PERFORM 6400-OPEN-MERCH-IN

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD

           PERFORM 4000-READ-ITEMTXN-IN.

       1050-CLAIM-MASTER-LOCK.
      *    The master is left alone while the nightly chain or
      *    another maintenance run holds its lock.
           SET MK-CLAIM TO TRUE
           MOVE 'ITEMMAST' TO MK-MASTER
           MOVE 'ITEMMNT' TO MK-PROGRAM-ID
           MOVE 0 TO MK-RUN-NUMBER
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF MK-FILE-ERROR
              DISPLAY '** MASTER LOCK FILE IS NOT OK **'
              MOVE '1050-CLAIM-MASTER-LOCK' TO EL-PARAGRAPH
              MOVE 'MSTLOCK' TO EL-FILE-NAME
              PERFORM 9999-ABEND
           END-IF
           IF MK-LOCKED
              DISPLAY '** ITEMMAST IS LOCKED BY ' MK-HOLDER ' RUN '
                 MK-HOLDER-RUN ' SINCE ' MK-LOCK-DATE ' '
                 MK-LOCK-TIME ' - NOTHING UPDATED **'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-MAIN-PROCESS.
           IF ITEMTXN-IN-OK
              ADD 1 TO WS-TXN-COUNT
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF TXN-VALID AND NOT TX-DELETE
              PERFORM 2150-EDIT-TAX-CODE
           END-IF
           IF TXN-VALID AND NOT TX-DELETE
              PERFORM 2170-EDIT-CATEGORY
           END-IF.

       2150-EDIT-TAX-CODE.
      *    The code must be on TAXCODE under at least one effective
      *    date; the rate in force is TAXLKUP's business, not ours.
           IF TX-ITEM-TAX-CODE = SPACES
              MOVE 'N' TO WS-TXN-VALID
              MOVE 'TAX CODE MISSING' TO WS-REJECT-REASON
           ELSE
              IF TAXCODE-OPEN
                 MOVE TX-ITEM-TAX-CODE TO TC-CODE
                 MOVE 0 TO TC-EFF-DATE
                 START TAXCODE-IN KEY IS NOT LESS THAN TC-KEY
                    INVALID KEY
                       MOVE SPACES TO TC-CODE
                    NOT INVALID KEY
                       READ TAXCODE-IN NEXT RECORD
                          AT END MOVE SPACES TO TC-CODE
                       END-READ
                 END-START
                 IF TC-CODE NOT = TX-ITEM-TAX-CODE
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'TAX CODE NOT ON FILE' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

       2170-EDIT-CATEGORY.
      *    The item is classified at category level; the category
      *    must be a category record on MERCHIER, not a department.
           IF TX-ITEM-DEPT = SPACES OR TX-ITEM-CAT-CODE = SPACES
              MOVE 'N' TO WS-TXN-VALID
              MOVE 'CATEGORY MISSING' TO WS-REJECT-REASON
           ELSE
              IF MERCH-OPEN
                 MOVE TX-ITEM-CATEGORY TO MH-KEY
                 READ MERCH-IN
                    INVALID KEY
                       MOVE 'N' TO WS-TXN-VALID
                       MOVE 'CATEGORY NOT ON HIERARCHY'
                          TO WS-REJECT-REASON
                 END-READ
              END-IF
           END-IF.

       2200-APPLY-TXN.

       2210-APPLY-ADD.
           PERFORM 2300-MOVE-TXN-TO-MASTER
      *    A new item is unclassified until the next ABC run.
           MOVE SPACES TO ITEM-ABC-CLASS
           WRITE ITEM-RECORD
           IF ITEM-MAST-OK
              ADD 1 TO WS-APPLIED-COUNT
           MOVE TX-ITEM-STD-RETAIL TO ITEM-STD-RETAIL
           MOVE TX-ITEM-REORDER-POINT TO ITEM-REORDER-POINT
           MOVE TX-ITEM-STATUS TO ITEM-STATUS
           MOVE TX-ITEM-SUCCESSOR TO ITEM-SUCCESSOR
           MOVE TX-ITEM-TAX-CODE TO ITEM-TAX-CODE
           MOVE TX-ITEM-CATEGORY TO ITEM-CATEGORY.

       3000-END-PROCESS.
           PERFORM 5200-REPORT-TOTALS
              CLOSE TRIAL-OUT
           END-IF

           IF TAXCODE-OPEN
              CLOSE TAXCODE-IN
           END-IF

           IF MERCH-OPEN
              CLOSE MERCH-IN
           END-IF

           IF NOT TRIAL-RUN
              PERFORM 7900-RELEASE-MASTER-LOCK
           END-IF

           DISPLAY 'TRANSACTIONS READ: ' WS-TXN-COUNT
           DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT.
           MOVE TX-ITEM-CODE TO AUD-ITEM-CODE
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE ITEM-RECORD TO AUD-AFTER-IMAGE
           MOVE TX-OPERATOR TO AUD-OPERATOR
           WRITE AUDIT-OUT-RECORD.

       5300-WRITE-PRICE-HISTORY.
              PERFORM 9999-ABEND
           END-IF.

       6300-OPEN-TAXCODE-IN.
           OPEN INPUT TAXCODE-IN
           IF TAXCODE-NO-FILE
              DISPLAY '** WARNING: NO TAXCODE MASTER - TAX CODES NOT '
                 'CHECKED **'
           ELSE
              IF NOT TAXCODE-OK
                 DISPLAY '** TAXCODE-IN FILE IS NOT OK **'
                 DISPLAY '** TAXCODE-IN: ' WS-TAXCODE-STATUS
                 MOVE '6300-OPEN-TAXCODE-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE 'Y' TO WS-TAXCODE-OPEN
           END-IF.

       6400-OPEN-MERCH-IN.
           OPEN INPUT MERCH-IN
           IF MERCH-IN-NO-FILE
              DISPLAY '** WARNING: NO MERCHIER HIERARCHY - CATEGORIES '
                 'NOT CHECKED **'
           ELSE
              IF NOT MERCH-IN-OK
                 DISPLAY '** MERCH-IN FILE IS NOT OK **'
                 DISPLAY '** MERCH-IN: ' WS-MERCH-IN-STATUS
                 MOVE '6400-OPEN-MERCH-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE 'Y' TO WS-MERCH-OPEN
           END-IF.

       7000-CLOSE-ITEMTXN-IN.
           CLOSE ITEMTXN-IN.
           IF NOT ITEMTXN-IN-OK
              CLOSE RUNCTL-IN
           END-IF.

       7900-RELEASE-MASTER-LOCK.
           SET MK-RELEASE TO TRUE
           MOVE 'ITEMMAST' TO MK-MASTER
           MOVE 'ITEMMNT' TO MK-PROGRAM-ID
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF NOT MK-DONE
              DISPLAY '** WARNING: LOCK ON ITEMMAST NOT RELEASED - '
                 'FREE IT WITH LOCKCTL **'
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-ABEND.
           MOVE 'ITEMMNT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
