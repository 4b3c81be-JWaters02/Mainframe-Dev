      *                                                                *
      *  Function    : CONVERT THE PRCPEND PENDING PRICE-CHANGES       *
      *                FILE FROM THE OLD 40-BYTE LAYOUT (NO APPROVER   *
      *                STAMP) TO THE CURRENT 56-BYTE LAYOUT WITH THE   *
      *                APPROVER AND ORIGINATOR BLANK - DECISIONS TAKEN *
      *                BEFORE THE STAMP EXISTED STAY UNATTRIBUTED.     *
      *                READS PRCPENDO, WRITES PRCPEND.                 *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
       FD PEND-NEW
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
           COPY PRCPENDR.
      *
       WORKING-STORAGE SECTION.
              MOVE OLD-PEND-DECISION-DATE TO PEND-DECISION-DATE
              MOVE SPACES TO PEND-APPROVER
              MOVE OLD-PEND-AGE-DAYS TO PEND-AGE-DAYS
              MOVE SPACES TO PEND-ORIGINATOR
              WRITE PEND-CHANGE-RECORD
              ADD 1 TO WS-WRITTEN-COUNT
           ELSE
