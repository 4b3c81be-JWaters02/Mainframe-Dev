      *                                                                *
      *  Project     : PTDARCH ONE-OFF LAYOUT CONVERSION               *
      *                                                                *
      *  Function    : CONVERT THE PTDARCH PERIOD ARCHIVE FROM THE OLD *
      *                45-BYTE LAYOUT (NO FISCAL YEAR OR PERIOD) TO    *
      *                THE CURRENT 57-BYTE LAYOUT WITH THE FISCAL      *
      *                FIELDS ZEROED AND THE MERCHANDISE CATEGORY      *
      *                BLANK - PRIOR SLICES STAY IDENTIFIED BY THEIR   *
      *                CLOSE DATE AS BEFORE. READS PTDARCHO, WRITES    *
      *                PTDARCH.                                        *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
       FD ARCH-NEW
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
       WORKING-STORAGE SECTION.
      *
              MOVE OLD-PTA-COUNT TO PTA-COUNT
              MOVE OLD-PTA-UNITS TO PTA-UNITS
              MOVE OLD-PTA-VALUE TO PTA-VALUE
              MOVE SPACES TO PTA-CATEGORY
              WRITE PTD-ARCHIVE-RECORD
              ADD 1 TO WS-WRITTEN-COUNT
           ELSE
