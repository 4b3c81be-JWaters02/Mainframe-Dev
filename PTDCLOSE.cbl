      *                                                                *
      *  Project     : PERIOD-TO-DATE STATISTICS CLOSE                 *
      *                                                                *
      *  Function    : PERIOD-END CLOSE OF THE PTDSTAT ITEM STATISTICS *
      *                MASTER - EVERY RECORD IS ARCHIVED WITH ITS      *
      *                MERCHANDISE CATEGORY TO THE CUMULATIVE PTDARCH  *
      *                FILE STAMPED WITH THE CLOSE DATE AND THE FISCAL *
      *                YEAR AND PERIOD FROM THE BUSINESS CALENDAR, THE *
      *                MASTER IS EMPTIED READY FOR THE NEW PERIOD, AND *
      *                A CLOSE REPORT IS PRINTED.                      *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
       FD PTD-STAT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 43 CHARACTERS.
           COPY PTDSTATR.
      *
       FD PTD-ARCHIVE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
       01 PTD-ARCHIVE-RECORD.
          05 PTA-CLOSE-DATE                 PIC 9(08).
          05 PTA-FISCAL-YEAR                PIC 9(04).
          05 PTA-COUNT                      PIC 9(09).
          05 PTA-UNITS                      PIC S9(09).
          05 PTA-VALUE                      PIC S9(11)V99.
          05 PTA-CATEGORY                   PIC X(06).
      *
       FD CALENDAR-IN
           BLOCK CONTAINS 0 RECORDS
                 MOVE PTD-COUNT TO PTA-COUNT
                 MOVE PTD-UNITS TO PTA-UNITS
                 MOVE PTD-VALUE TO PTA-VALUE
                 MOVE PTD-CATEGORY TO PTA-CATEGORY
                 WRITE PTD-ARCHIVE-RECORD
              END-IF
           ELSE
