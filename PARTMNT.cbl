      *                                                                *
      *  Function    : APPLY A TRANSACTION FILE OF ADDS, CHANGES AND   *
      *                DELETES AGAINST THE PARTNERS INDEXED MASTER     *
      *                (PARTNERR LAYOUT WITH ADDRESS, CONTACT, PHONE,  *
      *                SETTLEMENT CURRENCY, CREDIT LIMIT AND           *
      *                CREDIT-HOLD FLAG), WRITING BEFORE/AFTER IMAGES  *
      *                TO AN AUDIT FILE AND PRODUCING AN               *
      *                APPLIED/REJECTED MAINTENANCE REPORT. THE RUN    *
      *                CLAIMS THE PARTNERS LOCK ON THE MSTLOCK CONTROL *
      *                FILE AND ENDS WITH RETURN CODE 8, UPDATING      *
      *                NOTHING, WHILE THE DRIVER CHAIN OR ANOTHER JOB  *
      *                HOLDS IT. EACH TRANSACTION CARRIES THE OPERATOR *
      *                WHO KEYED IT, STAMPED ON ITS AUDIT IMAGE FOR    *
      *                THE MNTHIST MAINTENANCE HISTORY.                *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
       FD PARTTXN-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 180 CHARACTERS.
       01 PARTTXN-RECORD.
           05 TX-ACTION                      PIC X(1).
              88 TX-ADD                      VALUE 'A'.
           05 TX-PARTNER-CONTACT-NAME        PIC X(20).
           05 TX-PARTNER-PHONE               PIC X(12).
           05 TX-PARTNER-CURRENCY            PIC X(3).
           05 TX-PARTNER-CREDIT-LIMIT        PIC 9(11)V99.
           05 TX-PARTNER-CREDIT-HOLD         PIC X(1).
              88 TX-CREDIT-HOLD-VALID        VALUE 'Y', 'N', ' '.
           05 TX-OPERATOR                    PIC X(8).
      *
       FD PARTNER-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 171 CHARACTERS.
           COPY PARTNERR.
      *
       FD AUDIT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 353 CHARACTERS.
       01 AUDIT-OUT-RECORD.
           05 AUD-ACTION                     PIC X(1).
           05 AUD-PARTNER-CODE               PIC X(2).
           05 AUD-BEFORE-IMAGE               PIC X(171).
           05 AUD-AFTER-IMAGE                PIC X(171).
           05 AUD-OPERATOR                   PIC X(8).
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
      * Messages...
      *
       01 WS-REJECT-REASON                   PIC X(30) VALUE SPACES.
       01 WS-BEFORE-IMAGE                    PIC X(171) VALUE SPACES.
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(35)   VALUE
             10 FILLER                       PIC X(65)   VALUE SPACES.
      *
       COPY ERRLOGL.
       COPY MSTLOCKL.

       PROCEDURE DIVISION.
      *
           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 1050-CLAIM-MASTER-LOCK

           PERFORM 6000-OPEN-PARTTXN-IN

           PERFORM 6100-OPEN-PARTNER-MAST

           PERFORM 4000-READ-PARTTXN-IN.

       1050-CLAIM-MASTER-LOCK.
      *    The master is left alone while the nightly chain or
      *    another maintenance run holds its lock.
           SET MK-CLAIM TO TRUE
           MOVE 'PARTNERS' TO MK-MASTER
           MOVE 'PARTMNT' TO MK-PROGRAM-ID
           MOVE 0 TO MK-RUN-NUMBER
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF MK-FILE-ERROR
              DISPLAY '** MASTER LOCK FILE IS NOT OK **'
              MOVE '1050-CLAIM-MASTER-LOCK' TO EL-PARAGRAPH
              MOVE 'MSTLOCK' TO EL-FILE-NAME
              PERFORM 9999-ABEND
           END-IF
           IF MK-LOCKED
              DISPLAY '** PARTNERS IS LOCKED BY ' MK-HOLDER ' RUN '
                 MK-HOLDER-RUN ' SINCE ' MK-LOCK-DATE ' '
                 MK-LOCK-TIME ' - NOTHING UPDATED **'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-MAIN-PROCESS.
           IF PARTTXN-IN-OK
              ADD 1 TO WS-TXN-COUNT
                    MOVE 'CURRENCY CODE MISSING' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           IF TXN-VALID AND NOT TX-DELETE
              IF TX-PARTNER-CREDIT-LIMIT NOT NUMERIC
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'NON-NUMERIC CREDIT LIMIT' TO WS-REJECT-REASON
              ELSE
                 IF NOT TX-CREDIT-HOLD-VALID
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'CREDIT HOLD MUST BE Y OR N'
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

       2200-APPLY-TXN.
           MOVE TX-PARTNER-ADDRESS-3 TO PARTNER-ADDRESS-3
           MOVE TX-PARTNER-CONTACT-NAME TO PARTNER-CONTACT-NAME
           MOVE TX-PARTNER-PHONE TO PARTNER-PHONE
           MOVE TX-PARTNER-CURRENCY TO PARTNER-CURRENCY
      *    A zero limit means no limit is set; a blank hold flag is
      *    taken as not on hold.
           MOVE TX-PARTNER-CREDIT-LIMIT TO PARTNER-CREDIT-LIMIT
           IF TX-PARTNER-CREDIT-HOLD = 'Y'
              MOVE 'Y' TO PARTNER-CREDIT-HOLD
           ELSE
              MOVE 'N' TO PARTNER-CREDIT-HOLD
           END-IF.

       3000-END-PROCESS.
           PERFORM 5300-REPORT-TOTALS

           PERFORM 7300-CLOSE-PRINT-OUT

           PERFORM 7900-RELEASE-MASTER-LOCK

           DISPLAY 'TRANSACTIONS READ: ' WS-TXN-COUNT
           DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT.
           MOVE TX-PARTNER-CODE TO AUD-PARTNER-CODE
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE PARTNER-RECORD TO AUD-AFTER-IMAGE
           MOVE TX-OPERATOR TO AUD-OPERATOR
           WRITE AUDIT-OUT-RECORD.

       5300-REPORT-TOTALS.
              PERFORM 9999-ABEND
           END-IF.

       7900-RELEASE-MASTER-LOCK.
           SET MK-RELEASE TO TRUE
           MOVE 'PARTNERS' TO MK-MASTER
           MOVE 'PARTMNT' TO MK-PROGRAM-ID
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF NOT MK-DONE
              DISPLAY '** WARNING: LOCK ON PARTNERS NOT RELEASED - '
                 'FREE IT WITH LOCKCTL **'
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-ABEND.
           MOVE 'PARTMNT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
