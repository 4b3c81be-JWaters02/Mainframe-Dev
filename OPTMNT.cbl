      *                THE NEXT JOB STEP COPIES OPTMASTN BACK OVER     *
      *                OPTMAST), PRODUCING AN APPLIED/REJECTED         *
      *                MAINTENANCE REPORT. SEASONAL OPTIONS ARE NOW    *
      *                DATED RATHER THAN HAND-ADDED ON THE DAY. THE    *
      *                RUN CLAIMS THE OPTMAST LOCK ON THE MSTLOCK      *
      *                CONTROL FILE AND ENDS WITH RETURN CODE 8,       *
      *                UPDATING NOTHING, WHILE THE DRIVER CHAIN OR     *
      *                ANOTHER JOB HOLDS IT. EACH TRANSACTION CARRIES  *
      *                THE OPERATOR WHO KEYED IT, STAMPED ON ITS AUDIT *
      *                IMAGE FOR THE MNTHIST MAINTENANCE HISTORY.      *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
       FD OPTTXN-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 47 CHARACTERS.
       01 OPTTXN-RECORD.
           05 TX-ACTION                      PIC X(1).
              88 TX-ADD                      VALUE 'A'.
           05 TX-EFF-TO-RED                  REDEFINES TX-EFF-TO.
              10 TX-EFF-TO-CC                PIC 99.
              10 FILLER                      PIC 9(6).
           05 TX-OPERATOR                    PIC X(8).
      *
       FD OPTMAST-OUT
           BLOCK CONTAINS 0 RECORDS
       FD AUDIT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 87 CHARACTERS.
       01 AUDIT-OUT-RECORD.
           05 AUD-ACTION                     PIC X(1).
           05 AUD-OPT-CODE                   PIC X(2).
           05 AUD-BEFORE-IMAGE               PIC X(38).
           05 AUD-AFTER-IMAGE                PIC X(38).
           05 AUD-OPERATOR                   PIC X(8).
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
             10 FILLER                       PIC X(37)   VALUE SPACES.
      *
       COPY ERRLOGL.
       COPY MSTLOCKL.
      *
       PROCEDURE DIVISION.
      *
           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 1050-CLAIM-MASTER-LOCK

           OPEN INPUT OPTTXN-IN
           IF NOT OPTTXN-OK
              DISPLAY '** OPTTXN-IN FILE IS NOT OK **'

           PERFORM 4100-READ-OPTTXN-IN.

       1050-CLAIM-MASTER-LOCK.
      *    The master is left alone while the nightly chain or
      *    another maintenance run holds its lock.
           SET MK-CLAIM TO TRUE
           MOVE 'OPTMAST' TO MK-MASTER
           MOVE 'OPTMNT' TO MK-PROGRAM-ID
           MOVE 0 TO MK-RUN-NUMBER
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF MK-FILE-ERROR
              DISPLAY '** MASTER LOCK FILE IS NOT OK **'
              MOVE '1050-CLAIM-MASTER-LOCK' TO EL-PARAGRAPH
              MOVE 'MSTLOCK' TO EL-FILE-NAME
              PERFORM 9999-ABEND
           END-IF
           IF MK-LOCKED
              DISPLAY '** OPTMAST IS LOCKED BY ' MK-HOLDER ' RUN '
                 MK-HOLDER-RUN ' SINCE ' MK-LOCK-DATE ' '
                 MK-LOCK-TIME ' - NOTHING UPDATED **'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-MAIN-PROCESS.
           EVALUATE TRUE
              WHEN WS-MAST-KEY < WS-TXN-KEY
           CLOSE AUDIT-OUT
           CLOSE PRINT-OUT

           PERFORM 7900-RELEASE-MASTER-LOCK

           DISPLAY 'OPTION CODES CARRIED: ' WS-CARRIED-COUNT
           DISPLAY 'TRANSACTIONS READ: ' WS-TXN-COUNT
           DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT
           MOVE TX-OPT-CODE TO AUD-OPT-CODE
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE OPTMAST-OUT-RECORD TO AUD-AFTER-IMAGE
           MOVE TX-OPERATOR TO AUD-OPERATOR
           WRITE AUDIT-OUT-RECORD.

       5860-WRITE-DELETE-AUDIT.
           MOVE TX-OPT-CODE TO AUD-OPT-CODE
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE WS-AUDIT-AFTER TO AUD-AFTER-IMAGE
           MOVE TX-OPERATOR TO AUD-OPERATOR
           WRITE AUDIT-OUT-RECORD.

       5900-REPORT-APPLIED.
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       7900-RELEASE-MASTER-LOCK.
           SET MK-RELEASE TO TRUE
           MOVE 'OPTMAST' TO MK-MASTER
           MOVE 'OPTMNT' TO MK-PROGRAM-ID
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF NOT MK-DONE
              DISPLAY '** WARNING: LOCK ON OPTMAST NOT RELEASED - '
                 'FREE IT WITH LOCKCTL **'
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-ABEND.
           MOVE 'OPTMNT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
