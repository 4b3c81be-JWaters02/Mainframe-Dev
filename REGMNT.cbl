      *                (CODE, NAME, REGIONAL MANAGER), WRITING         *
      *                BEFORE/AFTER IMAGES TO AN AUDIT FILE AND        *
      *                PRODUCING AN APPLIED/REJECTED MAINTENANCE       *
      *                REPORT - THE SAME SHAPE AS PARTMNT. EACH        *
      *                TRANSACTION CARRIES THE OPERATOR WHO KEYED IT,  *
      *                STAMPED ON ITS AUDIT IMAGE FOR THE MNTHIST      *
      *                MAINTENANCE HISTORY.                            *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
       FD REGTXN-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 61 CHARACTERS.
       01 REGTXN-RECORD.
           05 TX-ACTION                      PIC X(1).
              88 TX-ADD                      VALUE 'A'.
           05 TX-REGION-CODE                 PIC X(2).
           05 TX-REGION-NAME                 PIC X(30).
           05 TX-REGION-MANAGER              PIC X(20).
           05 TX-OPERATOR                    PIC X(8).
      *
       FD REGION-MAST
           BLOCK CONTAINS 0 RECORDS
       FD AUDIT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 115 CHARACTERS.
       01 AUDIT-OUT-RECORD.
           05 AUD-ACTION                     PIC X(1).
           05 AUD-REGION-CODE                PIC X(2).
           05 AUD-BEFORE-IMAGE               PIC X(52).
           05 AUD-AFTER-IMAGE                PIC X(52).
           05 AUD-OPERATOR                   PIC X(8).
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
           MOVE TX-REGION-CODE TO AUD-REGION-CODE
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE REGION-RECORD TO AUD-AFTER-IMAGE
           MOVE TX-OPERATOR TO AUD-OPERATOR
           WRITE AUDIT-OUT-RECORD.

       5300-REPORT-TOTALS.
