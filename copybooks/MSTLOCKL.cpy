      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : MSTLOCKL                                       *
      *                                                                *
      *  Function    : PARAMETER AREA PASSED TO THE MSTLOCK           *
      *                MASTER-LOCK SUBROUTINE. THE CALLER SETS THE    *
      *                FUNCTION (Q TO QUERY, C TO CLAIM, R TO RELEASE *
      *                ITS OWN LOCK, F TO FORCE-RELEASE WHOEVER HOLDS *
      *                IT), THE MASTER'S DD NAME, ITS OWN PROGRAM-ID  *
      *                AND RUN NUMBER. A CLAIM BY THE PROGRAM ALREADY *
      *                HOLDING THE LOCK IS GRANTED AGAIN. RESULT 0    *
      *                MEANS DONE (OR FREE ON A QUERY), 1 THAT THE    *
      *                MASTER IS LOCKED BY ANOTHER PROGRAM WHOSE      *
      *                NAME, RUN AND LOCK TIME ARE RETURNED, 2 THAT A *
      *                RELEASE FOUND THE MASTER NOT LOCKED AND 9 THAT *
      *                THE LOCK FILE COULD NOT BE READ OR WRITTEN. A  *
      *                MAINTENANCE PROGRAM REFUSED A LOCK ENDS WITH   *
      *                RETURN CODE 8 WITHOUT UPDATING ANYTHING.       *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 MSTLOCK-PARM.
          05 MK-FUNCTION                   PIC X(01) VALUE 'Q'.
             88 MK-QUERY                   VALUE 'Q'.
             88 MK-CLAIM                   VALUE 'C'.
             88 MK-RELEASE                 VALUE 'R'.
             88 MK-FORCE-RELEASE           VALUE 'F'.
          05 MK-MASTER                     PIC X(08) VALUE SPACES.
          05 MK-PROGRAM-ID                 PIC X(08) VALUE SPACES.
          05 MK-RUN-NUMBER                 PIC 9(05) VALUE 0.
          05 MK-HOLDER                     PIC X(08) VALUE SPACES.
          05 MK-HOLDER-RUN                 PIC 9(05) VALUE 0.
          05 MK-LOCK-DATE                  PIC 9(08) VALUE 0.
          05 MK-LOCK-TIME                  PIC 9(08) VALUE 0.
          05 MK-RESULT                     PIC X(01) VALUE SPACES.
             88 MK-DONE                    VALUE '0'.
             88 MK-LOCKED                  VALUE '1'.
             88 MK-NOT-LOCKED              VALUE '2'.
             88 MK-FILE-ERROR              VALUE '9'.
