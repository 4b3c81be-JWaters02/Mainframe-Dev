      *                DECISIONS (SMALL ADJUSTMENTS AUTO-APPROVED     *
      *                WITHIN A VALUE TOLERANCE) AND STAMPS THE       *
      *                APPROVING OPERATOR, AND ADJAPPLY RELEASES      *
      *                APPROVED ADJUSTMENTS BACK INTO THE NEXT INTAKE *
      *                THROUGH THE ADJREL FILE. CYCCNT ALSO HOLDS     *
      *                CYCLE-COUNT VARIANCES ABOVE TOLERANCE HERE     *
      *                UNDER REASON CG (GAIN) OR CL (LOSS); ADJAPPLY  *
      *                POSTS THOSE STRAIGHT TO STOCKLDG. EACH         *
      *                ADJUSTMENT CARRIES ITS ORIGINATOR - THE        *
      *                OPERATOR WHO KEYED IT IN CORRENT, OR THE       *
      *                PROGRAM THAT RAISED IT - AND ADJREVW REFUSES A *
      *                DECISION BY THE ORIGINATOR OR THE ORIGINATOR'S *
      *                OPERSEC DELEGATE.                              *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
          05 ADJ-ITEM                      PIC X(06).
          05 ADJ-OPTION                    PIC X(02).
          05 ADJ-REASON                    PIC X(02).
             88 ADJ-COUNT-GAIN             VALUE 'CG'.
             88 ADJ-COUNT-LOSS             VALUE 'CL'.
             88 ADJ-COUNT-VARIANCE         VALUE 'CG' 'CL'.
          05 ADJ-BRANCH                    PIC X(04).
          05 ADJ-PRICE                     PIC 9(5)V99.
          05 ADJ-QUANTITY                  PIC 9(03).
          05 ADJ-DECISION-DATE             PIC 9(08).
          05 ADJ-APPROVER                  PIC X(08).
          05 ADJ-AGE-DAYS                  PIC 9(03).
          05 ADJ-ORIGINATOR                PIC X(08).
