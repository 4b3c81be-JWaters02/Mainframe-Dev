      *  Project     : ITEMMAST ONE-OFF LAYOUT CONVERSION              *
      *                                                                *
      *  Function    : CONVERT THE ITEMMAST INDEXED ITEM MASTER FROM   *
      *                THE OLD 56-BYTE LAYOUT (NO SUCCESSOR ITEM CODE) *
      *                TO THE CURRENT 71-BYTE LAYOUT WITH THE          *
      *                SUCCESSOR, SALES-TAX CODE AND MERCHANDISE       *
      *                CATEGORY BLANK, READY FOR ITEMMNT TO MAINTAIN.  *
      *                THE OLD MASTER IS READ IN KEY SEQUENCE AND THE  *
      *                NEW ONE LOADED THE SAME WAY. READS ITEMMASO,    *
      *                WRITES ITEMMAST.                                *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
       FD ITEM-NEW
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
      *
       WORKING-STORAGE SECTION.
              MOVE OLD-ITEM-REORDER-POINT TO ITEM-REORDER-POINT
              MOVE OLD-ITEM-STATUS TO ITEM-STATUS
              MOVE SPACES TO ITEM-SUCCESSOR
              MOVE SPACES TO ITEM-TAX-CODE
              MOVE SPACES TO ITEM-CATEGORY
              MOVE SPACES TO ITEM-ABC-CLASS
              WRITE ITEM-RECORD
              IF NOT NEW-OK
                 DISPLAY '** ITEM-NEW WRITE IS NOT OK **'
