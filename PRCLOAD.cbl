      *                PENDING STATUS AND THE RUN DATE. EXISTING       *
      *                PENDING RECORDS ARE CARRIED FORWARD UNCHANGED   *
      *                (PRCPEND IN, PRCPENDN OUT - THE FOLLOWING JOB   *
      *                STEP COPIES PRCPENDN BACK OVER PRCPEND). EACH   *
      *                LOADED CHANGE IS STAMPED WITH EX7 AS ITS        *
      *                ORIGINATOR.                                     *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
       FD PEND-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
       01 PEND-IN-RECORD                     PIC X(56).
      *
       FD PEND-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
           COPY PRCPENDR.
      *
       WORKING-STORAGE SECTION.
              MOVE 0 TO PEND-DECISION-DATE
              MOVE SPACES TO PEND-APPROVER
              MOVE 0 TO PEND-AGE-DAYS
              MOVE 'EX7' TO PEND-ORIGINATOR
              WRITE PEND-CHANGE-RECORD
           END-IF

