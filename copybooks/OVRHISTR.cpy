      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : OVRHISTR                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE OVRHIST CUMULATIVE PRICE *
      *                OVERRIDE HISTORY. EX3 APPENDS ONE ENTRY FOR    *
      *                EVERY MOVEMENT IT WRITES TO PRCOVR, STAMPED    *
      *                WITH THE RUN NUMBER AND BUSINESS DATE; TRIAL   *
      *                RUNS ADD NOTHING. OVRRPT REPORTS BRANCH PRICE  *
      *                COMPLIANCE FROM IT OVER THE LAST N RUNS.       *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 OVERRIDE-HIST-RECORD.
          05 OVH-RUN-NUMBER                PIC 9(05).
          05 OVH-BUSINESS-DATE             PIC 9(08).
          05 OVH-ITEM                      PIC X(06).
          05 OVH-OPTION                    PIC X(02).
          05 OVH-PARTNER-CODE              PIC X(02).
          05 OVH-BRANCH                    PIC X(04).
          05 OVH-PRICE                     PIC 9(05)V99.
          05 OVH-QUANTITY                  PIC 9(03).
          05 OVH-MOVEMENT-TYPE             PIC X(01).
          05 OVH-EXPECTED-PRICE            PIC 9(05)V99.
