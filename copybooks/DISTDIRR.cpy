      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : DISTDIRR                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE DISTDIR DISTRIBUTION      *
      *                DIRECTORY. ONE ENTRY PER FILE EXCHANGED WITH A  *
      *                SOURCE OR RECIPIENT, NAMING THE DATASET THAT IS *
      *                ALLOCATED FOR IT. THE FILE ID IS THE FAMILY     *
      *                (SRCIN, RESP, PARTOUT, BRPACK, PRCBK) OR THE    *
      *                SINGLE OUTPUT (REP1PRT, DWFEED ...); THE KEY IS *
      *                THE THREE-DIGIT SOURCE NUMBER, BRANCH OR        *
      *                PARTNER CODE WITHIN A FAMILY AND BLANK FOR A    *
      *                SINGLE OUTPUT. SRCMERGE, SRCRESP, REP4SPLT,     *
      *                BRCHPACK AND PRCBOOK ALLOCATE FROM THE ACTIVE   *
      *                ENTRIES OF THEIR FAMILY; DISTCHK EXPECTS EVERY  *
      *                ACTIVE ENTRY MARKED FOR CHECKING EACH RUN.      *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 DIST-DIR-RECORD.
          05 DD-FILE-ID                    PIC X(08).
          05 DD-KEY                        PIC X(04).
          05 DD-KEY-SOURCE REDEFINES DD-KEY.
             10 DD-SOURCE-NO               PIC 9(03).
             10 FILLER                     PIC X(01).
          05 DD-KEY-PARTNER REDEFINES DD-KEY.
             10 DD-PARTNER                 PIC X(02).
             10 FILLER                     PIC X(02).
          05 DD-DSNAME                     PIC X(44).
          05 DD-RECIPIENT                  PIC X(20).
          05 DD-TRAILERED                  PIC X(01).
             88 DD-NEEDS-TRAILER           VALUE 'Y'.
          05 DD-CHECKED                    PIC X(01).
             88 DD-CHECK-EACH-RUN          VALUE 'Y'.
          05 DD-ACTIVE                     PIC X(01).
             88 DD-IS-ACTIVE               VALUE 'Y'.
