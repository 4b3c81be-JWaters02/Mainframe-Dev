      *                DELETES AGAINST THE OPERSEC OPERATOR SECURITY   *
      *                FILE USED BY THE BRCHINQ SIGN-ON, WITH FULL     *
      *                EDIT CHECKING AND AN APPLIED/REJECTED           *
      *                MAINTENANCE REPORT. EACH TRANSACTION CARRIES    *
      *                THE OPERATOR WHO KEYED IT, STAMPED ON ITS AUDIT *
      *                IMAGE FOR THE MNTHIST MAINTENANCE HISTORY. AN   *
      *                OPERATOR MAY NAME A DELEGATE, WHICH MUST BE     *
      *                ANOTHER OPERATOR ALREADY ON FILE.               *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
       FD OPERTXN-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 47 CHARACTERS.
       01 OPERTXN-RECORD.
           05 TX-ACTION                      PIC X(1).
              88 TX-ADD                      VALUE 'A'.
           05 TX-OPER-NAME                   PIC X(20).
           05 TX-AUTH-LEVEL                  PIC 9(1).
           05 TX-OPER-STATUS                 PIC X(1).
           05 TX-DELEGATE                    PIC X(8).
           05 TX-OPERATOR                    PIC X(8).
      *
       FD OPER-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.
           COPY OPERSECR.
      *
       FD AUDIT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 93 CHARACTERS.
       01 AUDIT-OUT-RECORD.
           05 AUD-ACTION                     PIC X(1).
           05 AUD-OPER-ID                    PIC X(8).
           05 AUD-BEFORE-IMAGE               PIC X(38).
           05 AUD-AFTER-IMAGE                PIC X(38).
           05 AUD-OPERATOR                   PIC X(8).
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-AUDIT-OUT-STATUS                PIC X(2).
           88 AUDIT-OUT-OK                   VALUE "00".
       01 WS-BEFORE-IMAGE                    PIC X(38) VALUE SPACES.
       01 WS-TXN-VALID                       PIC X VALUE 'Y'.
           88 TXN-VALID                      VALUE 'Y'.
      *
                    MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           IF TXN-VALID AND NOT TX-DELETE
              AND TX-DELEGATE NOT = SPACES
              PERFORM 2110-EDIT-CHECK-DELEGATE
           END-IF.

      *    A delegate may not approve the operator's adjustments or
      *    price changes, so it must be some other operator on file.
       2110-EDIT-CHECK-DELEGATE.
           IF TX-DELEGATE = TX-OPER-ID
              MOVE 'N' TO WS-TXN-VALID
              MOVE 'DELEGATE IS THE OPERATOR' TO WS-REJECT-REASON
           ELSE
              MOVE TX-DELEGATE TO OPER-ID
              READ OPER-MAST
                 INVALID KEY
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'DELEGATE NOT ON FILE' TO WS-REJECT-REASON
              END-READ
           END-IF.

       2200-APPLY-TXN.
           MOVE TX-OPER-ID TO OPER-ID
           MOVE TX-OPER-NAME TO OPER-NAME
           MOVE TX-AUTH-LEVEL TO OPER-AUTH-LEVEL
           MOVE TX-OPER-STATUS TO OPER-STATUS
           MOVE TX-DELEGATE TO OPER-DELEGATE.

       3000-END-PROCESS.
           CLOSE OPERTXN-IN
           MOVE TX-OPER-ID TO AUD-OPER-ID
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE OPERATOR-RECORD TO AUD-AFTER-IMAGE
           MOVE TX-OPERATOR TO AUD-OPERATOR
           WRITE AUDIT-OUT-RECORD.

       5000-REPORT-APPLIED.
